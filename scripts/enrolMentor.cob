    record key is eo-person-id
    file status is eo-status.

    select suspense-file assign to "data/suspense.dat"
    organization is indexed
    access mode is dynamic
    record key is susp-id
    file status is ss-status.

    select suspense-id-seq assign to "data/suspid.seq"
    organization is line sequential
    file status is sq-status.

data division.
File Section.

fd person-id-seq.
01 seq-record          pic 9(10).

fd suspense-file.
copy "susprec.cpy".

fd suspense-id-seq.
01 susp-seq-record     pic 9(10).

fd enrol-lock.
01 enrol-lock-record   pic x(8).

01 pg-status            pic xx.
01 pt-status            pic xx.
01 eo-status            pic xx.
01 ss-status            pic xx.
01 sq-status            pic xx.

*> A rejected submission goes to the suspense file with its reason
*> and the fields as typed - the age as typed too, since the numeric
*> enrol-age can't hold "30x" - so a coordinator can put it right
*> through the API instead of the person being lost. Its id comes
*> off the suspense sequence under the enrolment lock already held.
01 ws-age-raw           pic x(10).
01 ws-susp-last-id      pic 9(10) value 0.
01 ws-susp-new-id       pic 9(10).

*> The optional equality-monitoring answers, held apart from the
*> enrolment record: they go only to the restricted monitoring file
01 ws-age-valid         pic x value "Y".
   88 age-is-numeric       value "Y".

*> A date of birth, when the form carries one, has to be a real
*> yyyymmdd calendar date no later than today; the age is then
*> worked out from it and any typed age is ignored.
01 ws-dob-raw           pic x(10).
01 ws-today             pic x(8).
01 ws-date-numeric      pic 9(8).
01 ws-no-held-age       pic 9(3) value 0.

*> A postcode, when the form carries one, is put into standard form
*> and looked up on the postcode reference file; the town it falls
*> in replaces whatever town was typed, so someone on a border is
*> placed by where they live, not by where they thought they were.
01 ws-postcode-raw      pic x(10).
01 ws-pc-town           pic x(6).
01 ws-pc-decile         pic 9(2).
01 ws-pc-result         pic x(1).

*> The form carries more fields than the original ten, so the pair
*> table is sized for the full form with room to spare.
01 ws-pair-table.
   05 ws-pair occurs 20 times pic x(100).
01 ws-pair-count        pic 99 value 0.
01 ws-idx               pic 99.
01 ws-key               pic x(30).
  if not submission-valid
      display "enrolMentor: submission rejected - "
          function trim(ws-invalid-reason)
      perform write-suspense-item
      add 1 to ws-rl-reject
      go to Checkpoint-And-Continue
  end-if
    into
        ws-pair(1) ws-pair(2) ws-pair(3) ws-pair(4) ws-pair(5)
        ws-pair(6) ws-pair(7) ws-pair(8) ws-pair(9) ws-pair(10)
        ws-pair(11) ws-pair(12) ws-pair(13) ws-pair(14) ws-pair(15)
        ws-pair(16) ws-pair(17) ws-pair(18) ws-pair(19) ws-pair(20)
    tallying in ws-pair-count
    end-unstring.

    move spaces to enrol-name enrol-town-code enrol-role enrol-contact
    move spaces to enrol-interests enrol-availability
    move spaces to enrol-programme enrol-language
    move spaces to enrol-referrer enrol-birth-date ws-dob-raw
    move spaces to enrol-postcode ws-postcode-raw
    move spaces to ws-eo-ethnicity ws-eo-gender ws-eo-disability
    move spaces to ws-age-raw
    move 0 to enrol-age
    move "Y" to ws-age-valid
    perform parse-one-pair varying ws-idx from 1 by 1
        when "name"
            move function trim(ws-val) to enrol-name
        when "age"
            move function trim(ws-val) to ws-age-raw
            if function trim(ws-val) is numeric
                move function trim(ws-val) to enrol-age
            else
                move "N" to ws-age-valid
            end-if
        when "dob"
            move function trim(ws-val) to ws-dob-raw
        when "town"
            move function trim(ws-val) to enrol-town-code
        when "postcode"
            move function trim(ws-val) to ws-postcode-raw
        when "role"
            move function upper-case(function trim(ws-val)(1:1)) to enrol-role
        when "contact"
            continue
    end-evaluate.

*> The rejected submission, reason and all, onto the suspense file.
*> The equality answers are not kept there - they only ever go to
*> their own restricted file, and a resubmitted item simply comes
*> in without them. A suspense file that can't be written loses the
*> item, and says so.
write-suspense-item.
    move 0 to ws-susp-last-id
    open input suspense-id-seq
    if sq-status = "00"
        read suspense-id-seq
            not at end
                move susp-seq-record to ws-susp-last-id
        end-read
        close suspense-id-seq
    end-if

    open i-o suspense-file
    if ss-status = "35"
        open output suspense-file
        close suspense-file
        open i-o suspense-file
    end-if
    if ss-status not = "00"
        display "enrolMentor: suspense file not writable, status "
            ss-status " - rejected submission not held"
    else
        add 1 to ws-susp-last-id giving ws-susp-new-id
        move ws-susp-new-id to ws-susp-last-id
        open output suspense-id-seq
        move ws-susp-last-id to susp-seq-record
        write susp-seq-record
        close suspense-id-seq

        move spaces to suspense-record
        move ws-susp-new-id to susp-id
        move "W" to susp-source
        move WS-HTML-FILENAME to susp-source-file
        accept susp-received-date from date yyyymmdd
        perform assign-reason-code
        move ws-invalid-reason to susp-reason
        move enrol-name to susp-name
        move ws-age-raw to susp-age
        move ws-dob-raw to susp-birth-date
        move enrol-town-code to susp-town-code
        move enrol-role to susp-role
        move enrol-contact to susp-contact
        move enrol-interests to susp-interests
        move enrol-availability to susp-availability
        move enrol-programme to susp-programme
        move enrol-language to susp-language
        move enrol-referrer to susp-referrer
        move ws-postcode-raw to susp-postcode
        move "O" to susp-status
        write suspense-record
            invalid key
                display "enrolMentor: suspense item " susp-id
                    " already on file - rejected submission not held"
        end-write
        close suspense-file
        display "enrolMentor: held in suspense as item " susp-id
    end-if.

*> The reason code for the suspense item, off the reason text the
*> validation set.
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

write-enrolment.
    open extend mentor-enrolment
    if en-status = "35"
    end-if.

*> Reject a submission that's missing required fields, carries an
*> age outside the scheme's permitted range, gives a postcode that
*> isn't one (or isn't on the postcode reference), or names a town
*> that isn't on the TOWNS master - rather than silently writing it.
*> A good postcode sets the town before the town check runs.
validate-enrolment.
    move "Y" to ws-valid
    move spaces to ws-invalid-reason
        move "contact detail is required" to ws-invalid-reason
    end-if

    if submission-valid and ws-dob-raw not = spaces
        perform validate-enrol-birth-date
    end-if

    if submission-valid and not age-is-numeric
        move "N" to ws-valid
        move "age must be numeric" to ws-invalid-reason
        move "age out of permitted range" to ws-invalid-reason
    end-if

    if submission-valid and ws-postcode-raw not = spaces
        perform validate-enrol-postcode
    end-if

    if submission-valid
        open input towns-master
        if tm-status = "00"
        perform validate-enrol-referrer
    end-if.

*> A date of birth is checked as a raw string, then as a calendar
*> date, before anything trusts it; a good one sets the age, so the
*> permitted-range check below applies to the age worked out from it.
validate-enrol-birth-date.
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
        accept ws-today from date yyyymmdd
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
        move "Y" to ws-age-valid
    end-if.

*> With no postcode reference file at all the register is not yet
*> in use: the postcode is kept in standard form and the town
*> stands as typed.
validate-enrol-postcode.
    call "pclook" using by reference ws-postcode-raw enrol-postcode
        ws-pc-town ws-pc-decile ws-pc-result
    evaluate ws-pc-result
        when "F"
            move ws-pc-town to enrol-town-code
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

*> A referral source that was given has to resolve to an active
*> partner on the reference file; with no reference file at all the
*> partnership register is not yet in use and any code passes.
    end-if.

*> Scan PERSON-MASTER for an existing record with the same name and
*> town before allocating a new ID. Where both the submission and
*> the record on file carry a date of birth it has to agree as well,
*> so two people of the same name in one town are no longer taken
*> for one; with either date missing, name plus town decides.
check-duplicate-enrolment.
    move "N" to ws-duplicate-found
    move "N" to ws-eof-dup

    if not at-eof-dup
        if person-name = enrol-name and person-town-code = enrol-town-code
            if person-birth-date = spaces or enrol-birth-date = spaces
               or person-birth-date = enrol-birth-date
                move "Y" to ws-duplicate-found
            end-if
        end-if
    end-if.

    move enrol-programme to person-programme
    move enrol-language to person-language
    move enrol-referrer to person-referrer
    move enrol-birth-date to person-birth-date
    move enrol-postcode to person-postcode

    open i-o person-master
    if pm-status = "35"
