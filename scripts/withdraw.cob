*>                                  and the pause lapses by itself
*>                                  when the resume date passes
*>   action=resume               - clears a pause early
*>   action=amend&name=<n>&age=<n>&dob=<yyyymmdd>&town=<code>
*>         &contact=<c>&postcode=<p>
*>                                - corrects the details in place
*>                                  (blank fields stay unchanged; a
*>                                  new town is validated against the
*>                                  TOWNS master, and a new postcode
*>                                  against the postcode reference -
*>                                  setting the town it falls in -
*>                                  exactly as enrolment does),
*>                                  keeping the id that
*>                                  MATCH-FILE and SESSION-LOG
*>                                  reference, with every change
*>                                  written to the change-history
*>                                  file; once a date of birth is
*>                                  held the age is worked out from
*>                                  it, so only the date can change
*>   action=emergency&slot=<1|2>&name=<n>&relationship=<r>
*>         &phone=<p>
*>                                - records one of the person's two
*>                                  emergency contacts (slot defaults
*>                                  to the first free one; naming a
*>                                  slot replaces what it held), and
*>                                  action=emergency&slot=<n>
*>                                  &remove=yes takes one off - each
*>                                  change goes to the change-history
*>                                  file like an amendment
*>
*> The response to a withdrawal lists the other members of the
*> person's household, if they are in one, for the coordinator to
*> consider.
*>
*> A withdrawal also cascades into the MATCH file: any active match
*> the person is a party to is ended (reason "withdrawal"), the
*> remaining party is told via the notification extract, and a
*> surviving mentee goes back onto the waiting list so the next
*> matching run re-pairs them instead of leaving them stranded. An
*> open offer is declined on the withdrawn party's behalf, and a
*> surviving mentee goes back at their original wait-date.

environment division.
input-output section.
   organization is indexed
   access mode is dynamic
   record key is match-id
   alternate record key is match-mentor-id with duplicates
   alternate record key is match-mentee-id with duplicates
   file status is mt-status.

   select waiting-list assign to "data/waitlist.dat"
   organization is line sequential
   file status is ch-status.

   select emergency-contacts assign to "data/emergcon.dat"
   organization is indexed
   access mode is dynamic
   record key is emc-key
   lock mode is manual
   file status is ec-status.

data division.
file section.
fd person-master.
fd change-history.
copy "chghstre.cpy".

fd emergency-contacts.
copy "emcnrec.cpy".

working-storage section.
01 pm-status             pic xx.
01 mt-status             pic xx.
01 ws-age-raw            pic x(10).
01 ws-new-town           pic x(6).
01 ws-new-contact        pic x(60).
01 ws-postcode-raw       pic x(10).
01 ws-new-postcode       pic x(8).
01 ws-pc-town            pic x(6).
01 ws-pc-decile          pic 9(2).
01 ws-pc-result          pic x(1).
01 ws-min-age            pic 9(3) value 5.
01 ws-max-age            pic 9(3) value 99.
01 ws-age-num            pic 9(4) value 0.
01 ws-dob-raw            pic x(10).
01 ws-new-dob            pic x(8).
01 ws-dob-age            pic 9(3) value 0.
01 ws-no-held-age        pic 9(3) value 0.
01 ws-amend-ok           pic x value "Y".
01 ws-duplicate-raw      pic x(20).

*> Emergency-contact fields; the contact's name arrives as name= and
*> shares ws-new-name with the amendment.
01 ec-status             pic xx.
01 ws-slot-raw           pic x(10).
01 ws-slot               pic 9(1) value 0.
01 ws-relationship       pic x(20).
01 ws-phone              pic x(20).
01 ws-remove             pic x(10).
01 ws-emc-held           pic x value "N".
   88 emergency-slot-held   value "Y".

*> Pause dates, checked as raw strings like every other submitted
*> date before they go near the master.
01 ws-pause-from         pic x(8).
01 ws-date-int           pic 9(8).
01 ws-dup-key            pic x(10).
01 ws-survivor-key       pic x(10).

*> The other members of a withdrawn person's household, off hhmemb.
01 ws-household-id       pic x(10).
01 ws-household-members  pic x(2000).
01 ws-household-count    pic 9(2).
01 ws-merge-wanted       pic x value "N".
   88 merge-wanted          value "Y".
01 ws-changes-made       pic 9(2) value 0.
01 ws-eof-match          pic x value "N".
   88 at-eof-match          value "Y".
01 ws-notify-kind        pic x(8) value "ended".
01 ws-notify-declined    pic x(8) value "declined".
01 ws-requeue-date       pic x(8).
01 ws-cascade-ok         pic x value "Y".
   88 cascade-ran           value "Y".

main-line.
    move spaces to ws-action ws-reason ws-capacity-raw
    move spaces to ws-new-name ws-age-raw ws-new-town ws-new-contact
    move spaces to ws-duplicate-raw ws-dob-raw ws-new-dob
    move spaces to ws-pause-from ws-pause-to
    move spaces to ws-slot-raw ws-relationship ws-phone ws-remove
    perform split-submission
    perform parse-all-pairs

                    perform pause-this-person thru pause-person-exit
                when "resume"
                    perform resume-this-person
                when "emergency"
                    perform set-emergency-contact
                        thru set-emergency-contact-exit
                when "merge"
                    move "Y" to ws-merge-wanted
                    move person-id to ws-survivor-key
    *> trips over this one's open.
    if person-was-withdrawn
        perform end-active-matches
        *> The rest of the household is listed for the coordinator
        *> to consider - a brother or sister often leaves too, and a
        *> parent mentoring elsewhere may need a word.
        call "hhmemb" using by reference ws-withdrawn-id
            ws-household-id ws-household-members ws-household-count
        if cascade-ran
            if ws-household-count = 0
                display '{"status": "person withdrawn"}'
            else
                display
                    function concatenate ('{"status": "person ',
                        'withdrawn", "household-members": ',
                        function trim(ws-household-members), '}')
                end-display
            end-if
        else
            *> The person is withdrawn but their matches could not be
            *> touched (the nightly run holds the MATCH file, or it
            *> silently stranded - re-posting the same withdrawal
            *> re-runs the cascade, or the pairings can be ended via
            *> the match maintenance transaction.
            if ws-household-count = 0
                display '{"status": "person withdrawn", "warning": "their matches could not be ended - retry the withdrawal to end them"}'
            else
                display
                    function concatenate ('{"status": "person ',
                        'withdrawn", "warning": "their matches could ',
                        'not be ended - retry the withdrawal to end ',
                        'them", "household-members": ',
                        function trim(ws-household-members), '}')
                end-display
            end-if
        end-if
    end-if

            move function trim(ws-val) to ws-new-name
        when "age"
            move function trim(ws-val) to ws-age-raw
        when "dob"
            move function trim(ws-val) to ws-dob-raw
        when "town"
            move function trim(ws-val) to ws-new-town
        when "contact"
            move function trim(ws-val) to ws-new-contact
        when "postcode"
            move function trim(ws-val) to ws-postcode-raw
        when "duplicate"
            move function trim(ws-val) to ws-duplicate-raw
        when "from"
            move function trim(ws-val) to ws-pause-from
        when "to"
            move function trim(ws-val) to ws-pause-to
        when "slot"
            move function trim(ws-val) to ws-slot-raw
        when "relationship"
            move function trim(ws-val) to ws-relationship
        when "phone"
            move function trim(ws-val) to ws-phone
        when "remove"
            move function lower-case(function trim(ws-val))
                to ws-remove
        when other
            continue
    end-evaluate.
            ws-survivor-key ws-dup-key
    end-if.

*> Correct name, age or date of birth, town, contact and/or postcode
*> in place - the id the
*> match and session files reference stays put. Each field that
*> actually changes is written to the change-history file with its
*> before and after values.
amend-this-person.
    if ws-new-name = spaces and ws-age-raw = spaces
       and ws-new-town = spaces and ws-new-contact = spaces
       and ws-dob-raw = spaces and ws-postcode-raw = spaces
        display '{"error": "nothing to amend"}'
        go to amend-person-exit
    end-if

    *> A held date of birth decides the age; a typed age would only
    *> be overruled the next time anything worked it out.
    if ws-age-raw not = spaces and ws-dob-raw = spaces
       and person-birth-date not = spaces
        display '{"error": "age is worked out from the date of birth - amend dob instead"}'
        go to amend-person-exit
    end-if

    *> The same checks enrolment applies: a real yyyymmdd date no
    *> later than today, giving an age inside the permitted range.
    if ws-dob-raw not = spaces
        if function trim(ws-dob-raw) is not numeric
           or function length(function trim(ws-dob-raw)) not = 8
            display '{"error": "date of birth must be yyyymmdd"}'
            go to amend-person-exit
        end-if
        move function trim(ws-dob-raw) to ws-date-numeric
        if function integer-of-date(ws-date-numeric) = 0
            display '{"error": "date of birth is not a real date"}'
            go to amend-person-exit
        end-if
        accept ws-today from date yyyymmdd
        move ws-date-numeric to ws-new-dob
        if ws-new-dob > ws-today
            display '{"error": "date of birth is in the future"}'
            go to amend-person-exit
        end-if
        call "ageof" using by reference
            ws-new-dob ws-today ws-no-held-age ws-dob-age
        if ws-dob-age < ws-min-age or ws-dob-age > ws-max-age
            display '{"error": "age out of permitted range"}'
            go to amend-person-exit
        end-if
        move spaces to ws-age-raw
    end-if

    if ws-age-raw not = spaces
        move 0 to ws-age-num
        if function trim(ws-age-raw) is numeric
        end-if
    end-if

    *> A postcode on the reference file decides the town, as it
    *> does at enrolment; with no reference file the town stands as
    *> given.
    if ws-postcode-raw not = spaces
        call "pclook" using by reference ws-postcode-raw
            ws-new-postcode ws-pc-town ws-pc-decile ws-pc-result
        evaluate ws-pc-result
            when "F"
                move ws-pc-town to ws-new-town
            when "U"
                display '{"error": "postcode not on the postcode reference"}'
                go to amend-person-exit
            when "B"
                display '{"error": "postcode is not a valid postcode"}'
                go to amend-person-exit
            when other
                continue
        end-evaluate
    end-if

    if ws-new-town not = spaces
        perform validate-new-town
        if ws-amend-ok not = "Y"
        move ws-age-num to person-age
    end-if

    *> The held age follows the new date of birth, so anything still
    *> reading person-age directly sees the right figure.
    if ws-new-dob not = spaces
       and ws-new-dob not = person-birth-date
        move person-birth-date to ws-old-value
        move "dob" to chg-field
        perform write-one-change
        move ws-new-dob to person-birth-date
        move ws-dob-age to person-age
    end-if

    if ws-new-postcode not = spaces
       and ws-new-postcode not = person-postcode
        move person-postcode to ws-old-value
        move "postcode" to chg-field
        perform write-one-change
        move ws-new-postcode to person-postcode
    end-if

    if ws-new-town not = spaces
       and ws-new-town not = person-town-code
        move person-town-code to ws-old-value
        move "contact" to chg-field
        perform write-one-change
        move ws-new-contact to person-contact
        *> A new contact has not bounced yet - it comes off the
        *> bounce chase; an opt-out stands until the person reverses it.
        if contact-unreachable
            move spaces to person-contact-status
        end-if
    end-if

    if ws-changes-made = 0
            move ws-new-name to chg-new-value
        when "age"
            move ws-age-num to chg-new-value
        when "dob"
            move ws-new-dob to chg-new-value
        when "town"
            move ws-new-town to chg-new-value
        when "contact"
            move ws-new-contact to chg-new-value
        when "postcode"
            move ws-new-postcode to chg-new-value
    end-evaluate
    open extend change-history
    if ch-status = "35"
        display '{"status": "person resumed"}'
    end-if.

*> Record, replace or remove one of the person's two emergency
*> contacts. A new contact with no slot named goes into the first
*> free one; with both held the caller has to say which to replace.
set-emergency-contact.
    move 0 to ws-slot
    if ws-slot-raw not = spaces
        if function trim(ws-slot-raw) = "1"
           or function trim(ws-slot-raw) = "2"
            move function trim(ws-slot-raw) to ws-slot
        else
            display '{"error": "slot must be 1 or 2"}'
            go to set-emergency-contact-exit
        end-if
    end-if
    if ws-remove = "yes"
        if ws-slot = 0
            display '{"error": "slot is required to remove a contact"}'
            go to set-emergency-contact-exit
        end-if
    else
        if ws-new-name = spaces or ws-phone = spaces
            display '{"error": "name and phone are required"}'
            go to set-emergency-contact-exit
        end-if
    end-if

    open i-o emergency-contacts
    if ec-status = "35"
        open output emergency-contacts
        close emergency-contacts
        open i-o emergency-contacts
    end-if
    if ec-status = "93" or ec-status = "61"
        display '{"error": "system busy - try again shortly"}'
        go to set-emergency-contact-exit
    end-if
    if ec-status not = "00"
        display '{"error": "emergency contacts unavailable"}'
        go to set-emergency-contact-exit
    end-if

    if ws-slot = 0
        move 1 to ws-slot
        perform read-emergency-slot
        if emergency-slot-held
            move 2 to ws-slot
            perform read-emergency-slot
            if emergency-slot-held
                display '{"error": "two emergency contacts already held - give slot=1 or 2 to replace one"}'
                close emergency-contacts
                go to set-emergency-contact-exit
            end-if
        end-if
    else
        perform read-emergency-slot
    end-if
    if ec-status = "51" or ec-status = "99"
        display '{"error": "system busy - try again shortly"}'
        close emergency-contacts
        go to set-emergency-contact-exit
    end-if

    move spaces to ws-old-value
    if emergency-slot-held
        string function trim(emc-name) " " function trim(emc-phone)
            delimited by size into ws-old-value
        end-string
    end-if

    if ws-remove = "yes"
        if not emergency-slot-held
            display '{"error": "no emergency contact held in that slot"}'
            close emergency-contacts
            go to set-emergency-contact-exit
        end-if
        delete emergency-contacts record
        move spaces to ws-new-contact
        perform write-emergency-change
        display '{"status": "emergency contact removed"}'
    else
        move person-id to emc-person-id
        move ws-slot to emc-slot
        move ws-new-name to emc-name
        move ws-relationship to emc-relationship
        move ws-phone to emc-phone
        accept emc-updated-date from date yyyymmdd
        if emergency-slot-held
            rewrite emergency-contact-record
        else
            write emergency-contact-record
        end-if
        move spaces to ws-new-contact
        string function trim(ws-new-name) " " function trim(ws-phone)
            delimited by size into ws-new-contact
        end-string
        perform write-emergency-change
        display
            function concatenate ('{"status": "emergency contact recorded", ',
                '"slot": "', ws-slot, '"}')
        end-display
    end-if
    close emergency-contacts.

set-emergency-contact-exit.
    exit.

read-emergency-slot.
    move "N" to ws-emc-held
    move person-id to emc-person-id
    move ws-slot to emc-slot
    read emergency-contacts with lock key is emc-key
        invalid key
            continue
        not invalid key
            move "Y" to ws-emc-held
    end-read.

*> The change line for an emergency contact names the slot; old and
*> new values are the name and phone either side of it.
write-emergency-change.
    move person-id to chg-person-id
    accept chg-date from date yyyymmdd
    move spaces to chg-field
    string "emergency " ws-slot delimited by size into chg-field
    end-string
    move ws-old-value to chg-old-value
    move ws-new-contact to chg-new-value
    open extend change-history
    if ch-status = "35"
        open output change-history
    end-if
    write change-record
    close change-history.

withdraw-this-person.
    move "W" to person-status
    accept person-withdrawal-date from date yyyymmdd
    move person-id to ws-withdrawn-id
    move "Y" to ws-withdrawn.

*> Read every match this person is a party to - on the mentor key,
*> then on the mentee key, since a dual-role person can be on both
*> sides - and close any active one with the "withdrawal" reason.
*> The notification goes through notify, which skips the withdrawn
*> party itself, so only the remaining mentor or mentee hears about
*> it; a mentee whose mentor has just withdrawn is put straight back
*> on the waiting list. Closing a match leaves both ids as they were,
*> so the keyed read carries on from the match it rewrote.
end-active-matches.
    move "Y" to ws-cascade-ok
    open i-o match-file
    if mt-status = "00"
        move "N" to ws-eof-match
        move ws-withdrawn-id to match-mentor-id
        start match-file key not less than match-mentor-id
            invalid key
                move "Y" to ws-eof-match
        end-start
        perform end-one-mentor-match until at-eof-match
        move "N" to ws-eof-match
        move ws-withdrawn-id to match-mentee-id
        start match-file key not less than match-mentee-id
            invalid key
                move "Y" to ws-eof-match
        end-start
        perform end-one-mentee-match until at-eof-match
        close match-file
    else
        move "N" to ws-cascade-ok
    end-if.

end-one-mentor-match.
    read match-file next record
        at end
            move "Y" to ws-eof-match
    end-read

    if not at-eof-match and match-mentor-id not = ws-withdrawn-id
        move "Y" to ws-eof-match
    end-if

    if not at-eof-match
        perform end-one-match
    end-if.

end-one-mentee-match.
    read match-file next record
        at end
            move "Y" to ws-eof-match
    end-read

    if not at-eof-match and match-mentee-id not = ws-withdrawn-id
        move "Y" to ws-eof-match
    end-if

    if not at-eof-match
        perform end-one-match
    end-if.

end-one-match.
    if match-is-active
        move "E" to match-status
        accept match-end-date from date yyyymmdd
        move "W" to match-end-reason
        rewrite match-record
        call "notify" using by reference
            match-mentor-id match-mentee-id ws-notify-kind
        if match-mentor-id = ws-withdrawn-id
            perform requeue-surviving-mentee
        end-if
    end-if
    *> A proposal still awaiting coordinator sign-off was never
    *> announced, so it's simply rejected - no notification, and
    *> the other party drops back into the next run's pool.
    if match-is-pending
        move "R" to match-status
        accept match-end-date from date yyyymmdd
        move spaces to match-end-reason
        rewrite match-record
    end-if
    *> An offer already announced to both parties is declined on
    *> the withdrawn party's behalf; the other party is told, and
    *> a surviving mentee keeps their place in the queue.
    if match-is-offered
        if match-mentor-id = ws-withdrawn-id
            move "N" to match-mentor-answer
        else
            move "N" to match-mentee-answer
        end-if
        move "D" to match-status
        accept match-end-date from date yyyymmdd
        move spaces to match-end-reason
        move "party withdrew from the scheme" to match-answer-reason
        rewrite match-record
        call "notify" using by reference
            match-mentor-id match-mentee-id ws-notify-declined
        if match-mentor-id = ws-withdrawn-id
            if match-wait-date is numeric
                move match-wait-date to ws-requeue-date
            else
                move match-date to ws-requeue-date
            end-if
            call "waitreq" using by reference
                match-town-code match-mentee-id ws-requeue-date
        end-if
    end-if.

