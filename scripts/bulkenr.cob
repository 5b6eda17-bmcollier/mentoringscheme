*> through the web form. Reads the file named by BULK_INPUT_FILE,
*> one enrolment per line:
*>   name,age,town,role,contact,interests,availability,programme,
*>   language,referrer,dob,postcode
*> The trailing date of birth (yyyymmdd) is optional; when it is
*> given the age is worked out from it and the age column may be
*> left empty. So is the postcode after it; when it is given and on
*> the postcode reference file, the town is derived from it and the
*> town column may be left empty. A leading header line (starting
*> "name,") is skipped. Because the fields are comma-separated, the
*> interests and availability lists use semicolons between entries
*> ("football;reading") and are converted to the comma form the
*> master holds on the way in.
*>
*> Every row faces exactly the checks the web form applies - name
*> and contact required, numeric age in range, town active on the
*> its reason instead of failing the batch. Accepted rows take
*> their ids off the person sequence under the enrolment lock and
*> are written to PERSON-MASTER and the enrolment log exactly as
*> the web form writes them. A row that fails a check (not a
*> duplicate, which is already on file) is also held on the
*> suspense file with its reason and every field as sent, for a
*> coordinator to correct and resubmit or discard through the API.

environment division.
input-output section.
   organization is line sequential
   file status is ex-status.

   select suspense-file assign to "data/suspense.dat"
   organization is indexed
   access mode is dynamic
   record key is susp-id
   file status is ss-status.

   select suspense-id-seq assign to "data/suspid.seq"
   organization is line sequential
   file status is sq-status.

data division.
file section.
fd csv-input.
fd exceptions-file.
01 exception-line        pic x(600).

fd suspense-file.
copy "susprec.cpy".

fd suspense-id-seq.
01 susp-seq-record      pic 9(10).

working-storage section.
01 cv-status            pic xx.
01 pm-status            pic xx.
01 pg-status            pic xx.
01 pt-status            pic xx.
01 ex-status            pic xx.
01 ss-status            pic xx.
01 sq-status            pic xx.
01 ws-susp-last-id      pic 9(10) value 0.
01 ws-susp-new-id       pic 9(10).
01 ws-eof               pic x value "N".
   88 at-eof                value "Y".
01 ws-eof-dup           pic x value "N".
01 ws-programme         pic x(10).
01 ws-language          pic x(10).
01 ws-referrer          pic x(10).
01 ws-dob-raw           pic x(10).
01 ws-postcode-raw      pic x(10).
01 ws-pc-town           pic x(6).
01 ws-pc-decile         pic 9(2).
01 ws-pc-result         pic x(1).
01 ws-today             pic x(8).
01 ws-date-numeric      pic 9(8).
01 ws-no-held-age       pic 9(3) value 0.

01 ws-min-age           pic 9(3) value 5.
01 ws-max-age           pic 9(3) value 99.
        perform validate-row
        if not submission-valid
            perform reject-this-row
            perform write-suspense-item
        else
            perform check-duplicate-enrolment
            if duplicate-found
split-csv-row.
    move spaces to ws-name ws-age-raw ws-town ws-role-raw
    move spaces to ws-contact ws-interests ws-availability
    move spaces to ws-programme ws-language ws-referrer ws-dob-raw
    move spaces to ws-postcode-raw
    unstring csv-line delimited by ","
    into
        ws-name ws-age-raw ws-town ws-role-raw ws-contact
        ws-interests ws-availability ws-programme ws-language
        ws-referrer ws-dob-raw ws-postcode-raw
    end-unstring
    *> List fields arrive semicolon-separated (a comma would split
    *> the row); the master holds them comma-separated.
        move "contact detail is required" to ws-invalid-reason
    end-if

    move spaces to enrol-birth-date
    if submission-valid and ws-dob-raw not = spaces
        perform validate-row-birth-date
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
        end-if
    end-if

    move spaces to enrol-postcode
    if submission-valid and ws-postcode-raw not = spaces
        perform validate-row-postcode
    end-if

    if submission-valid
        open input towns-master
        if tm-status = "00"
        perform validate-row-referrer
    end-if.

*> Same date-of-birth treatment as the web form: a real yyyymmdd
*> date no later than today, from which the age is worked out.
validate-row-birth-date.
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
    end-if.

*> Same postcode treatment as the web form: a postcode on the
*> reference file sets the town, one that is not is refused, and
*> with no reference file at all the town stands as sent.
validate-row-postcode.
    call "pclook" using by reference ws-postcode-raw enrol-postcode
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

*> A referral source that was given has to resolve to an active
*> partner on the reference file, exactly as the web form demands.
validate-row-referrer.
    end-if.

*> Same natural-key duplicate check as the web form: an existing
*> record with this name and town means the row was already keyed,
*> unless both carry a date of birth and the two differ.
check-duplicate-enrolment.
    move "N" to ws-duplicate-found
    move "N" to ws-eof-dup
    if not at-eof-dup
        if person-name = ws-name
           and person-town-code = function trim(ws-town)
            if person-birth-date = spaces or enrol-birth-date = spaces
               or person-birth-date = enrol-birth-date
                move "Y" to ws-duplicate-found
            end-if
        end-if
    end-if.

    write exception-line
    close exceptions-file.

*> The failed row onto the suspense file under the next suspense id
*> - the enrolment lock is held for the batch, as it is for the
*> person ids. A suspense file that can't be written leaves the row
*> on the exceptions file only, and says so.
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
        display "bulkenr: suspense file not writable, status "
            ss-status " - row held on the exceptions file only"
    else
        add 1 to ws-susp-last-id giving ws-susp-new-id
        move ws-susp-new-id to ws-susp-last-id
        open output suspense-id-seq
        move ws-susp-last-id to susp-seq-record
        write susp-seq-record
        close suspense-id-seq

        move spaces to suspense-record
        move ws-susp-new-id to susp-id
        move "B" to susp-source
        move ws-csv-filename to susp-source-file
        accept susp-received-date from date yyyymmdd
        perform assign-reason-code
        move ws-invalid-reason to susp-reason
        move ws-name to susp-name
        move ws-age-raw to susp-age
        move ws-dob-raw to susp-birth-date
        move function trim(ws-town) to susp-town-code
        move ws-role-raw to susp-role
        move ws-contact to susp-contact
        move ws-interests to susp-interests
        move ws-availability to susp-availability
        move ws-programme to susp-programme
        move ws-language to susp-language
        move ws-referrer to susp-referrer
        move ws-postcode-raw to susp-postcode
        move "O" to susp-status
        write suspense-record
            invalid key
                display "bulkenr: suspense item " susp-id
                    " already on file - row held on the exceptions"
                    " file only"
        end-write
        close suspense-file
    end-if.

*> The reason code for the suspense item, off the reason text the
*> row validation set.
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

*> One accepted row: the next id off the sequence (persisted at
*> once, as the web form's checkpoint does, so an abend mid-batch
*> can never replay an id), then the enrolment log and the master
    move enrol-programme to person-programme
    move enrol-language to person-language
    move enrol-referrer to person-referrer
    move enrol-birth-date to person-birth-date
    move enrol-postcode to person-postcode

    open i-o person-master
    if pm-status = "35"
