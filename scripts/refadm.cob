identification division.
program-id. refadm.

*> Referral register transaction - a referral from a partner school
*> or youth service is recorded when it arrives, not only once the
*> young person enrols, so the referrals that never convert can be
*> seen too. Called for POST /api/referrals with a body of:
*>   action=receive&partner=<code>&name=<n>&contact=<c>&town=<code>
*>         &ref=<partner's own reference>&date=<yyyymmdd>
*>       - records a new referral (status received); the partner has
*>         to be active on the reference file, date defaults to today
*>   action=contacted&referral=<id>&date=<yyyymmdd>
*>       - we have reached the person
*>   action=enrol&referral=<id>&person=<id>&date=<yyyymmdd>
*>       - the person has enrolled: the referral is linked to their
*>         PERSON-MASTER id, and a person with no referral source yet
*>         is given this partner as theirs
*>   action=decline|uncontactable&referral=<id>&reason=<text>
*>         &date=<yyyymmdd>
*>       - the referral is closed without an enrolment; a reason is
*>         required
*> Only an open referral (received or contacted) can move, and no
*> date can be in the future or before the referral was received.

environment division.
input-output section.
file-control.
   select referral-file assign to "data/referrals.dat"
   organization is indexed
   access mode is dynamic
   record key is ref-id
   lock mode is manual
   file status is rf-status.

   select referral-id-seq assign to "data/referralid.seq"
   organization is line sequential
   file status is seq-status.

   select partner-file assign to "data/partners.dat"
   organization is indexed
   access mode is dynamic
   record key is part-code
   file status is pt-status.

   select towns-master assign to "data/towns.dat"
   organization is indexed
   access mode is dynamic
   record key is town-code
   file status is tm-status.

   select person-master assign to "data/personmst.dat"
   organization is indexed
   access mode is dynamic
   record key is person-id
   lock mode is manual
   file status is pm-status.

data division.
file section.
fd referral-file.
copy "refrrec.cpy".

fd referral-id-seq.
01 seq-record            pic 9(10).

fd partner-file.
copy "partrec.cpy".

fd towns-master.
copy "townsrec.cpy".

fd person-master.
copy "personrec.cpy".

working-storage section.
01 rf-status            pic xx.
01 seq-status           pic xx.
01 pt-status            pic xx.
01 tm-status            pic xx.
01 pm-status            pic xx.

01 ws-action            pic x(16).
01 ws-referral-raw      pic x(20).
01 ws-referral-key      pic x(10).
01 ws-person-raw        pic x(20).
01 ws-person-key        pic x(10).
01 ws-partner           pic x(6).
01 ws-partner-ref       pic x(20).
01 ws-name              pic x(40).
01 ws-contact           pic x(60).
01 ws-town              pic x(6).
01 ws-date-raw          pic x(10).
01 ws-reason            pic x(40).

01 ws-today             pic x(8).
01 ws-move-date         pic x(8).
01 ws-date-numeric      pic 9(8).
01 ws-new-status        pic x(1).
01 ws-valid             pic x value "Y".
   88 details-valid        value "Y".
01 ws-invalid-reason    pic x(60).
01 ws-last-id           pic 9(10) value 0.
01 ws-new-id            pic 9(10).
01 ws-id-numeric        pic 9(10) value 0.

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
    move spaces to ws-action ws-referral-raw ws-person-raw ws-partner
    move spaces to ws-partner-ref ws-name ws-contact ws-town
    move spaces to ws-date-raw ws-reason
    perform split-submission
    perform parse-all-pairs
    accept ws-today from date yyyymmdd

    perform check-move-date thru check-move-date-exit
    if not details-valid
        display
            function concatenate ('{"error": "',
                function trim(ws-invalid-reason), '"}')
        end-display
        go to main-line-exit
    end-if

    open i-o referral-file
    if rf-status = "35"
        open output referral-file
        close referral-file
        open i-o referral-file
    end-if
    if rf-status = "93" or rf-status = "61"
        display '{"error": "system busy - try again shortly"}'
        go to main-line-exit
    end-if
    if rf-status not = "00"
        display '{"error": "referral register unavailable"}'
        go to main-line-exit
    end-if

    evaluate ws-action
        when "receive"
            perform receive-referral thru receive-referral-exit
        when "contacted"
            move "C" to ws-new-status
            perform move-referral thru move-referral-exit
        when "enrol"
            move "E" to ws-new-status
            perform move-referral thru move-referral-exit
        when "decline"
            move "D" to ws-new-status
            perform move-referral thru move-referral-exit
        when "uncontactable"
            move "U" to ws-new-status
            perform move-referral thru move-referral-exit
        when other
            display '{"error": "unknown action"}'
    end-evaluate

    close referral-file.

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
        when "referral"
            move function trim(ws-val) to ws-referral-raw
        when "person"
            move function trim(ws-val) to ws-person-raw
        when "partner"
            move function upper-case(function trim(ws-val)) to ws-partner
        when "ref"
            move function trim(ws-val) to ws-partner-ref
        when "name"
            move function trim(ws-val) to ws-name
        when "contact"
            move function trim(ws-val) to ws-contact
        when "town"
            move function upper-case(function trim(ws-val)) to ws-town
        when "date"
            move function trim(ws-val) to ws-date-raw
        when "reason"
            move function trim(ws-val) to ws-reason
        when other
            continue
    end-evaluate.

*> --- A new referral ------------------------------------------------
receive-referral.
    if ws-partner = spaces
        display '{"error": "partner is required"}'
        go to receive-referral-exit
    end-if
    if ws-name = spaces
        display '{"error": "name is required"}'
        go to receive-referral-exit
    end-if
    perform check-partner
    if details-valid and ws-town not = spaces
        perform check-town
    end-if
    if not details-valid
        display
            function concatenate ('{"error": "',
                function trim(ws-invalid-reason), '"}')
        end-display
        go to receive-referral-exit
    end-if

    perform allocate-referral-id
    move spaces to referral-record
    move ws-new-id to ref-id
    move ws-partner to ref-partner-code
    move ws-partner-ref to ref-partner-ref
    move ws-name to ref-name
    move ws-contact to ref-contact
    move ws-town to ref-town-code
    move ws-move-date to ref-received-date ref-status-date
    move "R" to ref-status
    write referral-record
        invalid key
            display '{"error": "referral id already in use - sequence needs checking"}'
            go to receive-referral-exit
    end-write
    display
        function concatenate ('{"status": "referral received", ',
            '"referral": "', function trim(ref-id), '"}')
    end-display.

receive-referral-exit.
    exit.

*> --- Moving a referral on -----------------------------------------
move-referral.
    if ws-referral-raw = spaces
        display '{"error": "referral id required"}'
        go to move-referral-exit
    end-if
    if (ws-new-status = "D" or ws-new-status = "U")
       and ws-reason = spaces
        display '{"error": "a reason is required"}'
        go to move-referral-exit
    end-if
    if ws-new-status = "E" and ws-person-raw = spaces
        display '{"error": "person id required"}'
        go to move-referral-exit
    end-if

    move spaces to ws-referral-key
    if function trim(ws-referral-raw) is numeric
        move function trim(ws-referral-raw) to ws-id-numeric
        move ws-id-numeric to ws-referral-key
    else
        move function trim(ws-referral-raw) to ws-referral-key
    end-if
    move ws-referral-key to ref-id
    read referral-file with lock
        invalid key
            display '{"error": "referral not found"}'
            go to move-referral-exit
    end-read
    *> A record already locked by a concurrent writer fails the READ
    *> with neither branch running - refuse politely rather than
    *> falling through with an empty body.
    if rf-status = "51" or rf-status = "99"
        display '{"error": "system busy - try again shortly"}'
        go to move-referral-exit
    end-if

    if not ref-is-open
        display '{"error": "referral is already closed"}'
        go to move-referral-exit
    end-if
    if ws-new-status = "C" and ref-is-contacted
        display '{"error": "referral is already marked contacted"}'
        go to move-referral-exit
    end-if
    if ws-move-date < ref-received-date
        display '{"error": "date is before the referral was received"}'
        go to move-referral-exit
    end-if

    if ws-new-status = "E"
        perform link-enrolled-person thru link-enrolled-person-exit
        if not details-valid
            display
                function concatenate ('{"error": "',
                    function trim(ws-invalid-reason), '"}')
            end-display
            go to move-referral-exit
        end-if
        move ws-person-key to ref-person-id
    end-if

    if ws-new-status = "C"
        move ws-move-date to ref-contacted-date
    end-if
    if ws-new-status = "D" or ws-new-status = "U"
        move ws-reason to ref-reason
    end-if
    move ws-new-status to ref-status
    move ws-move-date to ref-status-date
    rewrite referral-record
    display
        function concatenate ('{"status": "referral ',
            function trim(ws-action), ' recorded"}')
    end-display.

move-referral-exit.
    exit.

*> The person has to be on the master; one with no referral source
*> is given this partner, so the person-based figures agree with
*> the referral register.
link-enrolled-person.
    move "Y" to ws-valid
    move spaces to ws-person-key
    if function trim(ws-person-raw) is numeric
        move function trim(ws-person-raw) to ws-id-numeric
        move ws-id-numeric to ws-person-key
    else
        move function trim(ws-person-raw) to ws-person-key
    end-if

    open i-o person-master
    if pm-status = "93" or pm-status = "61"
        move "N" to ws-valid
        move "system busy - try again shortly" to ws-invalid-reason
        go to link-enrolled-person-exit
    end-if
    if pm-status not = "00"
        move "N" to ws-valid
        move "person lookup unavailable" to ws-invalid-reason
        go to link-enrolled-person-exit
    end-if
    move ws-person-key to person-id
    read person-master with lock
        invalid key
            move "N" to ws-valid
            move "person not found" to ws-invalid-reason
        not invalid key
            if person-referrer = spaces
                move ref-partner-code to person-referrer
                rewrite person-record
            end-if
    end-read
    if pm-status = "51" or pm-status = "99"
        move "N" to ws-valid
        move "system busy - try again shortly" to ws-invalid-reason
    end-if
    close person-master.

link-enrolled-person-exit.
    exit.

*> --- Shared pieces --------------------------------------------------
check-move-date.
    move "Y" to ws-valid
    move ws-today to ws-move-date
    if ws-date-raw = spaces
        go to check-move-date-exit
    end-if
    if function trim(ws-date-raw) is not numeric
       or function length(function trim(ws-date-raw)) not = 8
        move "N" to ws-valid
        move "date must be yyyymmdd" to ws-invalid-reason
        go to check-move-date-exit
    end-if
    move function trim(ws-date-raw) to ws-date-numeric
    if function integer-of-date(ws-date-numeric) = 0
        move "N" to ws-valid
        move "date is not a real calendar date" to ws-invalid-reason
        go to check-move-date-exit
    end-if
    move ws-date-numeric to ws-move-date
    if ws-move-date > ws-today
        move "N" to ws-valid
        move "date cannot be in the future" to ws-invalid-reason
    end-if.

check-move-date-exit.
    exit.

*> The partner has to be active on the reference file.
check-partner.
    move "Y" to ws-valid
    open input partner-file
    if pt-status not = "00"
        move "N" to ws-valid
        move "partner reference data unavailable" to ws-invalid-reason
    else
        move ws-partner to part-code
        read partner-file
            invalid key
                move "N" to ws-valid
                move "unknown referral partner" to ws-invalid-reason
        end-read
        if details-valid and not part-is-active
            move "N" to ws-valid
            move "referral partner is not active" to ws-invalid-reason
        end-if
        close partner-file
    end-if.

check-town.
    open input towns-master
    if tm-status = "00"
        move ws-town to town-code
        read towns-master
            invalid key
                move "N" to ws-valid
                move "unknown town code" to ws-invalid-reason
        end-read
        if details-valid and not town-is-active
            move "N" to ws-valid
            move "town code is not active" to ws-invalid-reason
        end-if
        close towns-master
    end-if.

allocate-referral-id.
    move 0 to ws-last-id
    open input referral-id-seq
    if seq-status = "00"
        read referral-id-seq
        move seq-record to ws-last-id
    end-if
    close referral-id-seq
    add 1 to ws-last-id giving ws-new-id
    open output referral-id-seq
    move ws-new-id to seq-record
    write seq-record
    close referral-id-seq.

end program refadm.
