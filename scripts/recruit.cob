identification division.
program-id. recruit.

*> Recruitment pipeline transaction - a prospective mentor is on the
*> system from the first enquiry, not only once they are enrolled,
*> so vetting and training have a history to hang off. Called for
*> POST /api/recruits with a body of:
*>   action=enquiry&name=<n>&town=<code>&contact=<c>&dob=<yyyymmdd>
*>         &programme=<code>&language=<l>&date=<yyyymmdd>
*>       - opens a recruitment record at the enquiry stage; the town
*>         and programme are checked exactly as enrolment checks
*>         them, and date defaults to today
*>   action=update&recruit=<id>&name=&town=&contact=&dob=&programme=
*>         &language=
*>       - corrects the details of a recruit still in the pipeline
*>         (blank fields stay unchanged)
*>   action=stage&recruit=<id>
*>         &stage=application|interview|reference|dbs|induction
*>         &date=<yyyymmdd>&note=<text>
*>       - moves the recruit on one stage; stages are taken in that
*>         order and a reference is logged twice - the second one
*>         completes the stage. The date defaults to today and can be
*>         neither in the future nor before the current stage began
*>   action=drop&recruit=<id>&reason=<text>
*>       - the recruit has left the pipeline; the stage they were at
*>         is kept for the drop-out figures
*>   action=convert&recruit=<id>
*>       - a recruit with induction booked is enrolled as a mentor:
*>         the id comes off the person sequence under the enrolment
*>         lock and the enrolment log and PERSON-MASTER are written
*>         exactly as the web form writes them. A date of birth
*>         showing an adult is required, and the same name, town and
*>         date-of-birth duplicate check applies
*> Every move is appended to the stage history with its date.

environment division.
input-output section.
file-control.
   select recruit-file assign to "data/recruits.dat"
   organization is indexed
   access mode is dynamic
   record key is recr-id
   lock mode is manual
   file status is rc-status.

   select recruit-history assign to "data/recrhist.dat"
   organization is line sequential
   file status is rh-status.

   select recruit-id-seq assign to "data/recruitid.seq"
   organization is line sequential
   file status is rs-status.

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

data division.
file section.
fd recruit-file.
copy "recrrec.cpy".

fd recruit-history.
copy "rchsrec.cpy".

fd recruit-id-seq.
01 recruit-seq-record    pic 9(10).

fd towns-master.
copy "townsrec.cpy".

fd programme-file.
copy "progrec.cpy".

fd person-master.
copy "personrec.cpy".

fd mentor-enrolment.
copy "enrolrec.cpy".

fd person-id-seq.
01 seq-record            pic 9(10).

fd enrol-lock.
01 enrol-lock-record     pic x(8).

working-storage section.
01 rc-status            pic xx.
01 rh-status            pic xx.
01 rs-status            pic xx.
01 tm-status            pic xx.
01 pg-status            pic xx.
01 pm-status            pic xx.
01 en-status            pic xx.
01 seq-status           pic xx.
01 lk-status            pic xx.

01 ws-action            pic x(12).
01 ws-recruit-raw       pic x(20).
01 ws-recruit-key       pic x(10).
01 ws-name              pic x(40).
01 ws-town              pic x(6).
01 ws-contact           pic x(60).
01 ws-dob-raw           pic x(10).
01 ws-programme         pic x(10).
01 ws-language          pic x(1).
01 ws-stage-raw         pic x(20).
01 ws-date-raw          pic x(10).
01 ws-note              pic x(40).
01 ws-reason            pic x(40).

01 ws-today             pic x(8).
01 ws-move-date         pic x(8).
01 ws-date-numeric      pic 9(8).
01 ws-new-stage         pic x(1).
01 ws-needed-stage      pic x(1).
01 ws-from-stage        pic x(1).
01 ws-from-date         pic x(8).
01 ws-default-prog      pic x(10).
01 ws-valid             pic x value "Y".
   88 details-valid        value "Y".
01 ws-invalid-reason    pic x(60).
01 ws-mentor-age        pic 9(3).
01 ws-no-held-age       pic 9(3) value 0.
01 ws-adult-age         pic 9(3) value 18.

01 ws-last-id           pic 9(10) value 0.
01 ws-new-id            pic 9(10).
01 ws-id-numeric        pic 9(10) value 0.

*> Conversion takes the same enrolment lock the web form and the
*> bulk intake take around the person sequence.
01 ws-lock-held         pic x value "N".
   88 lock-held            value "Y".
01 ws-lock-tries        pic 9(2) value 0.
01 ws-eof-dup           pic x value "N".
   88 at-eof-dup           value "Y".
01 ws-duplicate-id      pic x(10).

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
    move spaces to ws-action ws-recruit-raw ws-name ws-town ws-contact
    move spaces to ws-dob-raw ws-programme ws-language ws-stage-raw
    move spaces to ws-date-raw ws-note ws-reason
    perform split-submission
    perform parse-all-pairs
    accept ws-today from date yyyymmdd

    if ws-dob-raw not = spaces
        perform check-birth-date thru check-birth-date-exit
        if not details-valid
            display
                function concatenate ('{"error": "',
                    function trim(ws-invalid-reason), '"}')
            end-display
            go to main-line-exit
        end-if
    end-if

    open i-o recruit-file
    if rc-status = "35"
        open output recruit-file
        close recruit-file
        open i-o recruit-file
    end-if
    if rc-status = "93" or rc-status = "61"
        display '{"error": "system busy - try again shortly"}'
        go to main-line-exit
    end-if
    if rc-status not = "00"
        display '{"error": "recruitment file unavailable"}'
        go to main-line-exit
    end-if

    evaluate ws-action
        when "enquiry"
            perform add-enquiry thru add-enquiry-exit
        when "update"
            perform update-recruit thru update-recruit-exit
        when "stage"
            perform move-stage thru move-stage-exit
        when "drop"
            perform drop-recruit thru drop-recruit-exit
        when "convert"
            perform convert-recruit thru convert-recruit-exit
        when other
            display '{"error": "unknown action"}'
    end-evaluate

    close recruit-file.

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
        when "recruit"
            move function trim(ws-val) to ws-recruit-raw
        when "name"
            move function trim(ws-val) to ws-name
        when "town"
            move function upper-case(function trim(ws-val)) to ws-town
        when "contact"
            move function trim(ws-val) to ws-contact
        when "dob"
            move function trim(ws-val) to ws-dob-raw
        when "programme"
            move function upper-case(function trim(ws-val))
                to ws-programme
        when "language"
            *> Read the way the sign-up form reads it: Welsh in any
            *> of its spellings is "W", anything else English.
            if function lower-case(function trim(ws-val)) = "welsh"
               or function lower-case(function trim(ws-val)) = "cymraeg"
               or function lower-case(function trim(ws-val)) = "cy"
               or function lower-case(function trim(ws-val)) = "w"
                move "W" to ws-language
            else
                if ws-val not = spaces
                    move "E" to ws-language
                end-if
            end-if
        when "stage"
            move function lower-case(function trim(ws-val))
                to ws-stage-raw
        when "date"
            move function trim(ws-val) to ws-date-raw
        when "note"
            move function trim(ws-val) to ws-note
        when "reason"
            move function trim(ws-val) to ws-reason
        when other
            continue
    end-evaluate.

*> --- New enquiry ---------------------------------------------------
add-enquiry.
    if ws-name = spaces
        display '{"error": "name is required"}'
        go to add-enquiry-exit
    end-if
    if ws-contact = spaces
        display '{"error": "contact detail is required"}'
        go to add-enquiry-exit
    end-if
    if ws-town = spaces
        display '{"error": "town is required"}'
        go to add-enquiry-exit
    end-if
    perform check-move-date thru check-move-date-exit
    if details-valid
        perform check-town
    end-if
    if details-valid
        perform check-programme
    end-if
    if not details-valid
        display
            function concatenate ('{"error": "',
                function trim(ws-invalid-reason), '"}')
        end-display
        go to add-enquiry-exit
    end-if

    perform allocate-recruit-id
    move spaces to recruit-record
    move ws-new-id to recr-id
    move ws-name to recr-name
    move ws-town to recr-town-code
    move ws-contact to recr-contact
    if ws-dob-raw not = spaces
        move function trim(ws-dob-raw) to recr-birth-date
    end-if
    move ws-programme(1:4) to recr-programme
    if ws-language = "W"
        move "W" to recr-language
    end-if
    move "E" to recr-stage
    move ws-move-date to recr-stage-date recr-enquiry-date
    move 0 to recr-references
    write recruit-record
        invalid key
            display '{"error": "recruit id already in use - sequence needs checking"}'
            go to add-enquiry-exit
    end-write

    move spaces to ws-from-stage ws-from-date
    move "enquiry received" to ws-note
    perform write-stage-history
    display
        function concatenate ('{"status": "recruit added", ',
            '"recruit": "', function trim(recr-id), '"}')
    end-display.

add-enquiry-exit.
    exit.

*> --- Correcting the details ---------------------------------------
update-recruit.
    perform read-recruit-for-update thru read-recruit-exit
    if rc-status not = "00"
        go to update-recruit-exit
    end-if
    if not recr-is-open
        display '{"error": "recruit has left the pipeline - details are closed"}'
        go to update-recruit-exit
    end-if
    move "Y" to ws-valid
    if ws-town not = spaces
        perform check-town
    end-if
    if details-valid and ws-programme not = spaces
        perform check-programme
    end-if
    if not details-valid
        display
            function concatenate ('{"error": "',
                function trim(ws-invalid-reason), '"}')
        end-display
        go to update-recruit-exit
    end-if

    if ws-name not = spaces
        move ws-name to recr-name
    end-if
    if ws-town not = spaces
        move ws-town to recr-town-code
    end-if
    if ws-contact not = spaces
        move ws-contact to recr-contact
    end-if
    if ws-dob-raw not = spaces
        move function trim(ws-dob-raw) to recr-birth-date
    end-if
    if ws-programme not = spaces
        move ws-programme(1:4) to recr-programme
    end-if
    if ws-language = "W"
        move "W" to recr-language
    end-if
    if ws-language = "E"
        move spaces to recr-language
    end-if
    rewrite recruit-record
    display '{"status": "recruit updated"}'.

update-recruit-exit.
    exit.

*> --- Moving on a stage --------------------------------------------
*> Each stage can only follow the one before it; a reference is
*> logged against the interview stage until the second arrives.
move-stage.
    evaluate ws-stage-raw
        when "application"
            move "F" to ws-new-stage
            move "E" to ws-needed-stage
        when "interview"
            move "I" to ws-new-stage
            move "F" to ws-needed-stage
        when "reference"
            move "R" to ws-new-stage
            move "I" to ws-needed-stage
        when "dbs"
            move "D" to ws-new-stage
            move "R" to ws-needed-stage
        when "induction"
            move "N" to ws-new-stage
            move "D" to ws-needed-stage
        when other
            display '{"error": "stage must be application, interview, reference, dbs or induction"}'
            go to move-stage-exit
    end-evaluate

    perform read-recruit-for-update thru read-recruit-exit
    if rc-status not = "00"
        go to move-stage-exit
    end-if
    if recr-stage not = ws-needed-stage
        display
            function concatenate ('{"error": "recruit is not at the ',
                'stage before ', function trim(ws-stage-raw), '"}')
        end-display
        go to move-stage-exit
    end-if
    perform check-move-date thru check-move-date-exit
    if details-valid and ws-move-date < recr-stage-date
        move "N" to ws-valid
        move "date is before the current stage began"
            to ws-invalid-reason
    end-if
    if not details-valid
        display
            function concatenate ('{"error": "',
                function trim(ws-invalid-reason), '"}')
        end-display
        go to move-stage-exit
    end-if

    move recr-stage to ws-from-stage
    move recr-stage-date to ws-from-date
    if ws-new-stage = "R" and recr-references = 0
        *> First of the two references - logged, stage unchanged.
        move 1 to recr-references
        rewrite recruit-record
        if ws-note = spaces
            move "first reference received" to ws-note
        end-if
        perform write-stage-history
        display '{"status": "first reference logged - one more needed"}'
        go to move-stage-exit
    end-if
    if ws-new-stage = "R"
        move 2 to recr-references
    end-if
    move ws-new-stage to recr-stage
    move ws-move-date to recr-stage-date
    rewrite recruit-record
    perform write-stage-history
    display
        function concatenate ('{"status": "recruit moved to ',
            function trim(ws-stage-raw), '"}')
    end-display.

move-stage-exit.
    exit.

*> --- Dropping out --------------------------------------------------
drop-recruit.
    if ws-reason = spaces
        display '{"error": "a reason is required"}'
        go to drop-recruit-exit
    end-if
    perform read-recruit-for-update thru read-recruit-exit
    if rc-status not = "00"
        go to drop-recruit-exit
    end-if
    if not recr-is-open
        display '{"error": "recruit has already left the pipeline"}'
        go to drop-recruit-exit
    end-if

    move recr-stage to ws-from-stage recr-drop-stage
    move recr-stage-date to ws-from-date
    move ws-reason to recr-drop-reason
    move "X" to recr-stage
    move ws-today to recr-stage-date ws-move-date
    move "X" to ws-new-stage
    rewrite recruit-record
    move ws-reason to ws-note
    perform write-stage-history
    display '{"status": "recruit dropped"}'.

drop-recruit-exit.
    exit.

*> --- Conversion into an enrolment ---------------------------------
convert-recruit.
    perform read-recruit-for-update thru read-recruit-exit
    if rc-status not = "00"
        go to convert-recruit-exit
    end-if
    if recr-is-converted
        display
            function concatenate ('{"error": "recruit already ',
                'enrolled as ', function trim(recr-person-id), '"}')
        end-display
        go to convert-recruit-exit
    end-if
    if not recr-at-induction
        display '{"error": "induction has to be booked before enrolment"}'
        go to convert-recruit-exit
    end-if
    if recr-birth-date is not numeric
        display '{"error": "date of birth is needed before enrolment"}'
        go to convert-recruit-exit
    end-if
    call "ageof" using by reference
        recr-birth-date ws-today ws-no-held-age ws-mentor-age
    if ws-mentor-age < ws-adult-age
        display '{"error": "a mentor has to be an adult"}'
        go to convert-recruit-exit
    end-if
    move "Y" to ws-valid
    move recr-town-code to ws-town
    perform check-town
    if not details-valid
        display
            function concatenate ('{"error": "',
                function trim(ws-invalid-reason), '"}')
        end-display
        go to convert-recruit-exit
    end-if

    perform acquire-enrol-lock
    if not lock-held
        display '{"error": "enrolment is busy - try again shortly"}'
        go to convert-recruit-exit
    end-if

    perform check-duplicate-person
    if ws-duplicate-id not = spaces
        close enrol-lock
        display
            function concatenate ('{"error": "already on the master ',
                'as ', function trim(ws-duplicate-id), '"}')
        end-display
        go to convert-recruit-exit
    end-if

    perform write-enrolment thru write-enrolment-exit
    close enrol-lock
    if pm-status not = "00"
        display '{"error": "system busy - try again shortly"}'
        go to convert-recruit-exit
    end-if

    move recr-stage to ws-from-stage
    move recr-stage-date to ws-from-date
    move "C" to recr-stage ws-new-stage
    move ws-today to recr-stage-date ws-move-date
    move enrol-id to recr-person-id
    rewrite recruit-record
    move spaces to ws-note
    string "enrolled as " enrol-id
        delimited by size into ws-note
    end-string
    perform write-stage-history
    display
        function concatenate ('{"status": "recruit enrolled", ',
            '"person": "', function trim(enrol-id), '"}')
    end-display.

convert-recruit-exit.
    exit.

*> The next person id off the sequence, persisted at once, then the
*> enrolment log and the master written as the web form writes them.
*> The master is opened before the id is taken, so a busy master
*> costs nothing.
write-enrolment.
    open i-o person-master
    if pm-status = "35"
        open output person-master
    end-if
    if pm-status not = "00"
        go to write-enrolment-exit
    end-if

    move 0 to ws-last-id
    open input person-id-seq
    if seq-status = "00"
        read person-id-seq
        move seq-record to ws-last-id
    end-if
    close person-id-seq
    add 1 to ws-last-id giving ws-new-id
    move ws-new-id to ws-last-id
    open output person-id-seq
    move ws-last-id to seq-record
    write seq-record
    close person-id-seq

    move ws-new-id to enrol-id
    move recr-name to enrol-name
    move ws-mentor-age to enrol-age
    move recr-town-code to enrol-town-code
    move "M" to enrol-role
    move recr-contact to enrol-contact
    move ws-today to enrol-date
    move spaces to enrol-interests enrol-availability
    move recr-programme to enrol-programme
    move recr-language to enrol-language
    move spaces to enrol-referrer
    move recr-birth-date to enrol-birth-date
    move spaces to enrol-postcode

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
    move 1 to person-mentor-capacity
    move spaces to person-interests person-availability
    move spaces to person-superseded-by
    move spaces to person-contact-status
    move spaces to person-pause-from person-pause-to
    move enrol-programme to person-programme
    move enrol-language to person-language
    move enrol-referrer to person-referrer
    move enrol-birth-date to person-birth-date
    move enrol-postcode to person-postcode
    write person-record
        invalid key
            rewrite person-record
    end-write
    close person-master.

write-enrolment-exit.
    exit.

*> Same name and town already on the master, with the dates of birth
*> agreeing where both are held, is the same person - the check the
*> web form makes before it enrols anyone.
check-duplicate-person.
    move spaces to ws-duplicate-id
    move "N" to ws-eof-dup
    open input person-master
    if pm-status = "00"
        perform scan-one-person until at-eof-dup
        close person-master
    end-if.

scan-one-person.
    read person-master next record
        at end
            move "Y" to ws-eof-dup
    end-read

    if not at-eof-dup
        if person-name = recr-name
           and person-town-code = recr-town-code
           and (person-birth-date = spaces
                or person-birth-date = recr-birth-date)
           and not person-is-superseded
            move person-id to ws-duplicate-id
            move "Y" to ws-eof-dup
        end-if
    end-if.

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

*> --- Shared pieces --------------------------------------------------
read-recruit-for-update.
    if ws-recruit-raw = spaces
        display '{"error": "recruit id required"}'
        move "23" to rc-status
        go to read-recruit-exit
    end-if
    move spaces to ws-recruit-key
    if function trim(ws-recruit-raw) is numeric
        move function trim(ws-recruit-raw) to ws-id-numeric
        move ws-id-numeric to ws-recruit-key
    else
        move function trim(ws-recruit-raw) to ws-recruit-key
    end-if
    move ws-recruit-key to recr-id
    read recruit-file with lock
        invalid key
            display '{"error": "recruit not found"}'
    end-read
    *> A record already locked by a concurrent writer fails the READ
    *> with neither branch running - refuse politely rather than
    *> falling through with an empty body.
    if rc-status = "51" or rc-status = "99"
        display '{"error": "system busy - try again shortly"}'
    end-if.

read-recruit-exit.
    exit.

*> The date a move happened - today unless given, never in the
*> future.
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

check-birth-date.
    move "Y" to ws-valid
    if function trim(ws-dob-raw) is not numeric
       or function length(function trim(ws-dob-raw)) not = 8
        move "N" to ws-valid
        move "date of birth must be yyyymmdd" to ws-invalid-reason
        go to check-birth-date-exit
    end-if
    move function trim(ws-dob-raw) to ws-date-numeric
    if function integer-of-date(ws-date-numeric) = 0
        move "N" to ws-valid
        move "date of birth is not a real date" to ws-invalid-reason
        go to check-birth-date-exit
    end-if
    if function trim(ws-dob-raw) > ws-today
        move "N" to ws-valid
        move "date of birth is in the future" to ws-invalid-reason
    end-if.

check-birth-date-exit.
    exit.

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

*> As enrolment: blank takes the ENROL_DEFAULT_PROG fallback, and a
*> code has to be active on the programme reference file when there
*> is one.
check-programme.
    if ws-programme = spaces
        move spaces to ws-default-prog
        accept ws-default-prog from environment "ENROL_DEFAULT_PROG"
        if ws-default-prog not = spaces
            move function upper-case(function trim(ws-default-prog))
                to ws-programme
        end-if
    end-if
    if ws-programme not = spaces
        open input programme-file
        if pg-status = "00"
            move ws-programme(1:4) to prog-code
            read programme-file
                invalid key
                    move "N" to ws-valid
                    move "unknown programme code" to ws-invalid-reason
            end-read
            if details-valid and not prog-is-active
                move "N" to ws-valid
                move "programme is not active" to ws-invalid-reason
            end-if
            close programme-file
        end-if
    end-if.

allocate-recruit-id.
    move 0 to ws-last-id
    open input recruit-id-seq
    if rs-status = "00"
        read recruit-id-seq
        move recruit-seq-record to ws-last-id
    end-if
    close recruit-id-seq
    add 1 to ws-last-id giving ws-new-id
    open output recruit-id-seq
    move ws-new-id to recruit-seq-record
    write recruit-seq-record
    close recruit-id-seq.

write-stage-history.
    open extend recruit-history
    if rh-status = "35"
        open output recruit-history
    end-if
    move recr-id to rch-recruit-id
    move ws-move-date to rch-date
    move recr-stage to rch-stage
    move ws-from-stage to rch-from-stage
    move ws-from-date to rch-from-date
    move ws-note to rch-note
    write recruit-stage-record
    close recruit-history.

end program recruit.
