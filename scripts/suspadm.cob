identification division.
program-id. suspadm.

*> Maintenance transaction for the enrolment SUSPENSE file - the
*> submissions the web form and the bulk intake rejected. Called for
*> POST /api/suspense with a body of:
*>   action=correct&item=<id>[&name=..][&age=..][&dob=..][&town=..]
*>         [&role=..][&contact=..][&interests=..][&availability=..]
*>         [&programme=..][&language=..][&referrer=..][&postcode=..]
*>       - any field given replaces the value held on the item (an
*>         empty one clears it, e.g. referrer= for a self-referral);
*>         the item is then put through exactly the checks the
*>         intake applies, role included. Passing them, it is
*>         enrolled as the intake would enrol it - next person id
*>         under the enrolment lock, enrolment log and PERSON-MASTER
*>         - and the item is closed as resubmitted with the new id
*>         on it. Failing them, the corrections are kept on the item,
*>         which stays open with the new reason. A name-and-town
*>         duplicate of someone already on file is not enrolled
*>         twice; the item stays open to be discarded.
*>   action=discard&item=<id>&reason=<text>
*>       - closes the item without enrolling; the reason is kept.
*> Resolved items stay on the file, so what became of every rejected
*> submission can be answered later.

environment division.
input-output section.
file-control.
   select suspense-file assign to "data/suspense.dat"
   organization is indexed
   access mode is dynamic
   record key is susp-id
   lock mode is manual
   file status is ss-status.

   select person-master assign to "data/personmst.dat"
   organization is indexed
   access mode is dynamic
   record key is person-id
   file status is pm-status.

   select mentor-enrolment assign to "data/enrolment.dat"
   organization is line sequential
   file status is en-status.

   select person-id-seq assign to "data/personid.seq"
   organization is line sequential
   file status is seq-status.

   select enrol-lock assign to "data/enrol.lck"
   organization is line sequential
   sharing with no other
   file status is lk-status.

   select towns-master assign to "data/towns.dat"
   organization is indexed
   access mode is dynamic
   record key is town-code
   file status is tm-status.

   select programme-file assign to "data/programmes.dat"
   organization is indexed
   access mode is dynamic
   record key is prog-code
   file status is pg-status.

   select partner-file assign to "data/partners.dat"
   organization is indexed
   access mode is dynamic
   record key is part-code
   file status is pt-status.

data division.
file section.
fd suspense-file.
copy "susprec.cpy".

fd person-master.
copy "personrec.cpy".

fd mentor-enrolment.
copy "enrolrec.cpy".

fd person-id-seq.
01 seq-record           pic 9(10).

fd enrol-lock.
01 enrol-lock-record    pic x(8).

fd towns-master.
copy "townsrec.cpy".

fd programme-file.
copy "progrec.cpy".

fd partner-file.
copy "partrec.cpy".

working-storage section.
01 ss-status            pic xx.
01 pm-status            pic xx.
01 en-status            pic xx.
01 seq-status           pic xx.
01 tm-status            pic xx.
01 pg-status            pic xx.
01 pt-status            pic xx.
01 ws-eof-dup           pic x value "N".
   88 at-eof-dup           value "Y".

01 ws-action            pic x(12).
01 ws-item              pic x(20).
01 ws-discard-reason    pic x(60).
01 ws-id-numeric        pic 9(10) value 0.
01 ws-item-key          pic x(10).
01 ws-today             pic x(8).

*> The item's fields, loaded from the held values and then
*> overwritten by whatever the body supplies.
01 ws-name              pic x(40).
01 ws-age-raw           pic x(10).
01 ws-dob-raw           pic x(10).
01 ws-town              pic x(6).
01 ws-role-raw          pic x(10).
01 ws-contact           pic x(60).
01 ws-interests         pic x(60).
01 ws-availability      pic x(30).
01 ws-programme         pic x(10).
01 ws-language          pic x(10).
01 ws-referrer          pic x(10).
01 ws-postcode          pic x(10).
01 ws-pc-town           pic x(6).
01 ws-pc-decile         pic 9(2).
01 ws-pc-result         pic x(1).
01 ws-date-numeric      pic 9(8).
01 ws-no-held-age       pic 9(3) value 0.

01 ws-min-age           pic 9(3) value 5.
01 ws-max-age           pic 9(3) value 99.
01 ws-valid             pic x value "Y".
   88 submission-valid     value "Y".
01 ws-invalid-reason    pic x(40).
01 ws-duplicate-found   pic x value "N".
   88 duplicate-found      value "Y".
01 ws-duplicate-id      pic x(10).
01 ws-default-prog      pic x(10).

01 ws-last-id           pic 9(10) value 0.
01 ws-new-id            pic 9(10).

*> The same enrolment lock the two intakes take around their id
*> allocation.
01 lk-status            pic xx.
01 ws-lock-held         pic x value "N".
   88 lock-held            value "Y".
01 ws-lock-tries        pic 9(2) value 0.

01 ws-pair-table.
   05 ws-pair occurs 20 times pic x(100).
01 ws-pair-count        pic 99 value 0.
01 ws-idx               pic 99.
01 ws-key               pic x(30).
01 ws-val               pic x(70).
01 ws-loading-fields    pic x value "N".
   88 loading-fields       value "Y".

linkage section.
01 post-body-in         pic x(8192).

procedure division using by reference post-body-in.

main-line.
    move spaces to ws-action ws-item ws-discard-reason
    perform split-submission
    move "N" to ws-loading-fields
    perform parse-all-pairs

    if ws-item = spaces
        display '{"error": "suspense item id required"}'
        go to main-line-exit
    end-if
    move spaces to ws-item-key
    if function trim(ws-item) is numeric
        move function trim(ws-item) to ws-id-numeric
        move ws-id-numeric to ws-item-key
    else
        move function trim(ws-item) to ws-item-key
    end-if
    accept ws-today from date yyyymmdd

    open i-o suspense-file
    if ss-status not = "00"
        display '{"error": "suspense item not found"}'
        go to main-line-exit
    end-if

    move ws-item-key to susp-id
    read suspense-file with lock
        invalid key
            display '{"error": "suspense item not found"}'
            close suspense-file
            go to main-line-exit
    end-read
    if ss-status = "51" or ss-status = "99"
        display '{"error": "system busy - try again shortly"}'
        close suspense-file
        go to main-line-exit
    end-if
    if not susp-is-open
        display '{"error": "suspense item already resolved"}'
        close suspense-file
        go to main-line-exit
    end-if

    evaluate function trim(ws-action)
        when "correct"
            perform correct-item thru correct-item-exit
        when "discard"
            perform discard-item thru discard-item-exit
        when other
            display '{"error": "unknown action"}'
    end-evaluate

    close suspense-file.

main-line-exit.
    exit program.

split-submission.
    move spaces to ws-pair-table
    move 0 to ws-pair-count
    unstring function trim(post-body-in) delimited by "&"
    into
        ws-pair(1) ws-pair(2) ws-pair(3) ws-pair(4) ws-pair(5)
        ws-pair(6) ws-pair(7) ws-pair(8) ws-pair(9) ws-pair(10)
        ws-pair(11) ws-pair(12) ws-pair(13) ws-pair(14) ws-pair(15)
        ws-pair(16) ws-pair(17) ws-pair(18) ws-pair(19) ws-pair(20)
    tallying in ws-pair-count
    end-unstring.

parse-all-pairs.
    perform parse-one-pair varying ws-idx from 1 by 1
        until ws-idx > ws-pair-count.

*> Read twice: first for the action and item, then - once the held
*> values are loaded - for the field corrections, so a field the
*> body leaves out keeps the value held on the item.
parse-one-pair.
    move spaces to ws-key ws-val
    unstring ws-pair(ws-idx) delimited by "=" into ws-key ws-val end-unstring
    call "formdec" using by reference ws-val

    if not loading-fields
        evaluate function trim(ws-key)
            when "action"
                move function trim(ws-val) to ws-action
            when "item"
                move function trim(ws-val) to ws-item
            when "reason"
                move function trim(ws-val) to ws-discard-reason
            when other
                continue
        end-evaluate
    else
        evaluate function trim(ws-key)
            when "name"
                move function trim(ws-val) to ws-name
            when "age"
                move function trim(ws-val) to ws-age-raw
            when "dob"
                move function trim(ws-val) to ws-dob-raw
            when "town"
                move function trim(ws-val) to ws-town
            when "role"
                move function trim(ws-val) to ws-role-raw
            when "contact"
                move function trim(ws-val) to ws-contact
            when "interests"
                move function trim(ws-val) to ws-interests
            when "availability"
                move function trim(ws-val) to ws-availability
            when "programme"
                move function trim(ws-val) to ws-programme
            when "language"
                move function trim(ws-val) to ws-language
            when "postcode"
                move function trim(ws-val) to ws-postcode
            when "referrer"
                move function trim(ws-val) to ws-referrer
            when other
                continue
        end-evaluate
    end-if.

discard-item.
    if ws-discard-reason = spaces
        display '{"error": "a reason is required to discard an item"}'
        go to discard-item-exit
    end-if
    move "D" to susp-status
    move ws-today to susp-resolved-date
    move ws-discard-reason to susp-resolution
    rewrite suspense-record
    display
        function concatenate ('{"status": "suspense item ',
            function trim(susp-id), ' discarded"}')
    end-display.

discard-item-exit.
    exit.

correct-item.
    move susp-name to ws-name
    move susp-age to ws-age-raw
    move susp-birth-date to ws-dob-raw
    move susp-town-code to ws-town
    move susp-role to ws-role-raw
    move susp-contact to ws-contact
    move susp-interests to ws-interests
    move susp-availability to ws-availability
    move susp-programme to ws-programme
    move susp-language to ws-language
    move susp-referrer to ws-referrer
    move susp-postcode to ws-postcode
    move "Y" to ws-loading-fields
    perform parse-all-pairs
    inspect ws-interests replacing all ";" by ","
    inspect ws-availability replacing all ";" by ","

    perform validate-item

    *> Whatever happens next, the corrections stay on the item.
    move ws-name to susp-name
    move ws-age-raw to susp-age
    move ws-dob-raw to susp-birth-date
    move ws-town to susp-town-code
    move ws-role-raw to susp-role
    move ws-contact to susp-contact
    move ws-interests to susp-interests
    move ws-availability to susp-availability
    move ws-programme to susp-programme
    move ws-language to susp-language
    move ws-referrer to susp-referrer
    move ws-postcode to susp-postcode

    if not submission-valid
        perform assign-reason-code
        move ws-invalid-reason to susp-reason
        rewrite suspense-record
        display
            function concatenate ('{"error": "still rejected - ',
                function trim(ws-invalid-reason), '"}')
        end-display
        go to correct-item-exit
    end-if

    perform acquire-enrol-lock
    if not lock-held
        rewrite suspense-record
        display '{"error": "enrolment is busy - try again shortly"}'
        go to correct-item-exit
    end-if

    perform check-duplicate-enrolment
    if duplicate-found
        close enrol-lock
        move "DUPL" to susp-reason-code
        move spaces to susp-reason
        string "duplicate of " ws-duplicate-id
            delimited by size into susp-reason
        end-string
        rewrite suspense-record
        display
            function concatenate ('{"error": "already on file as ',
                'person ', function trim(ws-duplicate-id),
                ' - discard the item"}')
        end-display
        go to correct-item-exit
    end-if

    perform enrol-this-item
    close enrol-lock

    *> The enrolment log is written before the master, so an item
    *> whose master write failed is still resolved - the log line is
    *> replayed like any other - rather than enrolled a second time.
    move "R" to susp-status
    move ws-today to susp-resolved-date
    move enrol-id to susp-person-id
    move "corrected and resubmitted" to susp-resolution
    if pm-status not = "00"
        move "corrected and resubmitted - master write for replay"
            to susp-resolution
    end-if
    rewrite suspense-record
    display
        function concatenate ('{"status": "enrolled", "person-id": "',
            function trim(enrol-id), '", "item": "',
            function trim(susp-id), '"}')
    end-display.

correct-item-exit.
    exit.

acquire-enrol-lock.
    move "N" to ws-lock-held
    move 0 to ws-lock-tries
    perform try-enrol-lock
        until lock-held or ws-lock-tries >= 5.

try-enrol-lock.
    open extend enrol-lock
    if lk-status = "35"
        open output enrol-lock
    end-if
    if lk-status = "00"
        move "Y" to ws-lock-held
    else
        add 1 to ws-lock-tries
        call "C$SLEEP" using 1
    end-if.

*> The intake's checks, as the bulk intake applies them.
validate-item.
    move "Y" to ws-valid
    move spaces to ws-invalid-reason
    move spaces to enrol-role

    if ws-name = spaces
        move "N" to ws-valid
        move "name is required" to ws-invalid-reason
    end-if

    if submission-valid and ws-contact = spaces
        move "N" to ws-valid
        move "contact detail is required" to ws-invalid-reason
    end-if

    move spaces to enrol-birth-date
    if submission-valid and ws-dob-raw not = spaces
        perform validate-item-birth-date
    end-if

    if submission-valid and enrol-birth-date = spaces
        if function trim(ws-age-raw) is not numeric
            move "N" to ws-valid
            move "age must be numeric" to ws-invalid-reason
        else
            move function trim(ws-age-raw) to enrol-age
        end-if
    end-if

    if submission-valid
       and (enrol-age < ws-min-age or enrol-age > ws-max-age)
        move "N" to ws-valid
        move "age out of permitted range" to ws-invalid-reason
    end-if

    if submission-valid
        move function upper-case(function trim(ws-role-raw)(1:1))
            to enrol-role
        if enrol-role not = "M" and enrol-role not = "E"
           and enrol-role not = "B"
            move "N" to ws-valid
            move "role must be mentor, mentee or both"
                to ws-invalid-reason
        end-if
    end-if

    *> A good postcode sets the town before the town check runs.
    move spaces to enrol-postcode
    if submission-valid and ws-postcode not = spaces
        perform validate-item-postcode
    end-if

    if submission-valid
        open input towns-master
        if tm-status = "00"
            move function trim(ws-town) to town-code
            read towns-master
                invalid key
                    move "N" to ws-valid
                    move "unknown town code" to ws-invalid-reason
            end-read
            if submission-valid and not town-is-active
                move "N" to ws-valid
                move "town code is not active" to ws-invalid-reason
            end-if
            close towns-master
        end-if
    end-if

    if submission-valid
        perform validate-item-programme
    end-if

    if submission-valid and ws-referrer not = spaces
        perform validate-item-referrer
    end-if.

validate-item-birth-date.
    if function trim(ws-dob-raw) is not numeric
       or function length(function trim(ws-dob-raw)) not = 8
        move "N" to ws-valid
        move "date of birth must be yyyymmdd" to ws-invalid-reason
    end-if
    if submission-valid
        move function trim(ws-dob-raw) to ws-date-numeric
        if function integer-of-date(ws-date-numeric) = 0
            move "N" to ws-valid
            move "date of birth is not a real date" to ws-invalid-reason
        end-if
    end-if
    if submission-valid
        move ws-date-numeric to enrol-birth-date
        if enrol-birth-date > ws-today
            move "N" to ws-valid
            move "date of birth is in the future" to ws-invalid-reason
            move spaces to enrol-birth-date
        end-if
    end-if
    if submission-valid
        call "ageof" using by reference
            enrol-birth-date ws-today ws-no-held-age enrol-age
    end-if.

*> As the intake: the postcode in standard form, and the town it falls
*> in off the postcode reference when there is one.
validate-item-postcode.
    call "pclook" using by reference ws-postcode enrol-postcode
        ws-pc-town ws-pc-decile ws-pc-result
    evaluate ws-pc-result
        when "F"
            move ws-pc-town to ws-town
        when "U"
            move "N" to ws-valid
            move "postcode not on the postcode reference"
                to ws-invalid-reason
        when "B"
            move "N" to ws-valid
            move "postcode is not a valid postcode" to ws-invalid-reason
        when other
            continue
    end-evaluate.

validate-item-referrer.
    move function upper-case(function trim(ws-referrer))
        to ws-referrer
    open input partner-file
    if pt-status = "00"
        move ws-referrer(1:6) to part-code
        read partner-file
            invalid key
                move "N" to ws-valid
                move "unknown referral partner" to ws-invalid-reason
        end-read
        if submission-valid and not part-is-active
            move "N" to ws-valid
            move "referral partner is not active" to ws-invalid-reason
        end-if
        close partner-file
    end-if.

validate-item-programme.
    if ws-programme = spaces
        move spaces to ws-default-prog
        accept ws-default-prog from environment "ENROL_DEFAULT_PROG"
        if ws-default-prog not = spaces
            move function trim(ws-default-prog) to ws-programme
        end-if
    end-if
    move function upper-case(function trim(ws-programme))
        to ws-programme
    if ws-programme not = spaces
        open input programme-file
        if pg-status = "00"
            move ws-programme(1:4) to prog-code
            read programme-file
                invalid key
                    move "N" to ws-valid
                    move "unknown programme code" to ws-invalid-reason
            end-read
            if submission-valid and not prog-is-active
                move "N" to ws-valid
                move "programme is not active" to ws-invalid-reason
            end-if
            close programme-file
        end-if
    end-if.

assign-reason-code.
    evaluate function trim(ws-invalid-reason)
        when "name is required"
            move "NAME" to susp-reason-code
        when "contact detail is required"
            move "CONT" to susp-reason-code
        when "age must be numeric"
            move "AGE" to susp-reason-code
        when "age out of permitted range"
            move "AGER" to susp-reason-code
        when "role must be mentor, mentee or both"
            move "ROLE" to susp-reason-code
        when "unknown town code"
            move "TOWN" to susp-reason-code
        when "town code is not active"
            move "TOWI" to susp-reason-code
        when "unknown programme code"
            move "PROG" to susp-reason-code
        when "programme is not active"
            move "PROI" to susp-reason-code
        when "unknown referral partner"
            move "REFR" to susp-reason-code
        when "referral partner is not active"
            move "REFI" to susp-reason-code
        when "postcode is not a valid postcode"
            move "PCOD" to susp-reason-code
        when "postcode not on the postcode reference"
            move "PCDU" to susp-reason-code
        when other
            move "DOB" to susp-reason-code
    end-evaluate.

check-duplicate-enrolment.
    move "N" to ws-duplicate-found
    move "N" to ws-eof-dup
    move spaces to ws-duplicate-id
    open input person-master
    if pm-status = "00"
        perform scan-one-person-for-duplicate
            until at-eof-dup or duplicate-found
        close person-master
    end-if.

scan-one-person-for-duplicate.
    read person-master next record
        at end
            move "Y" to ws-eof-dup
    end-read

    if not at-eof-dup
        if person-name = ws-name
           and person-town-code = function trim(ws-town)
            if person-birth-date = spaces or enrol-birth-date = spaces
               or person-birth-date = enrol-birth-date
                move "Y" to ws-duplicate-found
                move person-id to ws-duplicate-id
            end-if
        end-if
    end-if.

*> Enrolled exactly as the intake enrols: the next id off the
*> sequence (persisted at once), the enrolment log, then the master.
enrol-this-item.
    move 0 to ws-last-id
    open input person-id-seq
    if seq-status = "00"
        read person-id-seq
            not at end
                move seq-record to ws-last-id
        end-read
        close person-id-seq
    end-if
    add 1 to ws-last-id giving ws-new-id
    move ws-new-id to ws-last-id
    open output person-id-seq
    move ws-last-id to seq-record
    write seq-record
    close person-id-seq

    move ws-new-id to enrol-id
    move ws-name to enrol-name
    move function trim(ws-town) to enrol-town-code
    move ws-contact to enrol-contact
    accept enrol-date from date yyyymmdd
    move ws-interests to enrol-interests
    move ws-availability to enrol-availability
    move ws-programme(1:4) to enrol-programme
    move ws-referrer(1:6) to enrol-referrer
    move spaces to enrol-language
    if function lower-case(function trim(ws-language)) = "welsh"
       or function lower-case(function trim(ws-language)) = "cymraeg"
       or function lower-case(function trim(ws-language)) = "cy"
       or function lower-case(function trim(ws-language)) = "w"
        move "W" to enrol-language
    end-if

    open extend mentor-enrolment
    if en-status = "35"
        open output mentor-enrolment
    end-if
    write enrolment-record
    close mentor-enrolment

    move enrol-id to person-id
    move enrol-name to person-name
    move enrol-age to person-age
    move enrol-town-code to person-town-code
    move enrol-role to person-role
    move enrol-contact to person-contact
    move "A" to person-status
    move spaces to person-withdrawal-date person-withdrawal-reason
    if enrol-role = "M" or enrol-role = "B"
        move 1 to person-mentor-capacity
    else
        move 0 to person-mentor-capacity
    end-if
    move enrol-interests to person-interests
    move enrol-availability to person-availability
    move spaces to person-superseded-by
    move spaces to person-contact-status
    move spaces to person-pause-from person-pause-to
    move enrol-programme to person-programme
    move enrol-language to person-language
    move enrol-referrer to person-referrer
    move enrol-birth-date to person-birth-date
    move enrol-postcode to person-postcode

    open i-o person-master
    if pm-status = "35"
        open output person-master
    end-if
    if pm-status = "00"
        write person-record
            invalid key
                rewrite person-record
        end-write
        close person-master
    end-if.

end program suspadm.
