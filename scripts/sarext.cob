
*> Subject-access-request extract: everything the scheme holds on one
*> participant, pulled into a single dated document - their master
*> record, enrolment submission, vetting and consent records, the
*> emergency contacts held for them, matches as mentor or mentee,
*> every session either side of their pairings (with any
*> corrections), bookings, waiting-list spells, change history,
*> end-of-match survey answers they gave, any partner referral that
*> enrolled as them, the notification lines that mention them and
*> the audit entries for access to their record (live log plus the
*> rotated monthly generations for the retention period). Matches,
*> sessions and bookings the annual rollover has moved to the
*> scheme-year archives are read back too, so a request spanning
*> years still gets everything. Run on request with SAR_PERSON_ID
*> set to the subject's id.
*>
*> The safeguarding escalation extract and the safeguarding case
*> file are deliberately NOT included: disclosure of that material
*> is for the safeguarding lead to decide case by case, outside this
*> automated extract.

environment division.
input-output section.
   record key is cons-person-id
   file status is cn-status.

   select emergency-contacts assign to "data/emergcon.dat"
   organization is indexed
   access mode is dynamic
   record key is emc-key
   file status is ec-status.

   select match-file assign to "data/match.dat"
   organization is indexed
   access mode is dynamic
   record key is match-id
   alternate record key is match-mentor-id with duplicates
   alternate record key is match-mentee-id with duplicates
   file status is mt-status.

   select booking-file assign to "data/bookings.dat"
   organization is line sequential
   file status is cp-status.

   select survey-file assign to "data/surveys.dat"
   organization is indexed
   access mode is dynamic
   record key is sv-key
   file status is sv-status.

   select referral-file assign to "data/referrals.dat"
   organization is indexed
   access mode is dynamic
   record key is ref-id
   file status is rf-status.

   select case-notes assign to "data/casenotes.dat"
   organization is line sequential
   file status is cs-status.
fd consent-file.
copy "consrec.cpy".

fd emergency-contacts.
copy "emcnrec.cpy".

fd survey-file.
copy "survrec.cpy".

fd referral-file.
copy "refrrec.cpy".

fd match-file.
copy "matchrec.cpy".


fd audit-input.
01 audit-input-line      pic x(120).
*> Columns 111-120 carry the line's chain check value, not the call.
01 audit-input-entry.
   05 audit-input-text   pic x(110).
   05 audit-input-check  pic x(10).

fd archive-input.
01 archive-line          pic x(250).
01 pm-status            pic xx.
01 vt-status            pic xx.
01 cn-status            pic xx.
01 ec-status            pic xx.
01 mt-status            pic xx.
01 bk-status            pic xx.
01 en-status            pic xx.
01 nt-status            pic xx.
01 ch-status            pic xx.
01 cp-status            pic xx.
01 sv-status            pic xx.
01 rf-status            pic xx.
01 cs-status            pic xx.
01 aq-status            pic xx.
01 rpt-status           pic xx.
01 ws-id-numeric        pic 9(10) value 0.
01 ws-subject-id        pic x(10).
01 ws-today             pic x(8).
01 ws-age-now           pic 9(3) value 0.
01 ws-audit-filename    pic x(64).

*> Substring scan of the free-text extracts (notifications, audit
    perform extract-master-record
    perform extract-vetting
    perform extract-consent
    perform extract-emergency-contacts
    perform extract-enrolments
    perform extract-matches
    perform extract-sessions
    perform extract-waitlist
    perform extract-change-history
    perform extract-complaints
    perform extract-surveys
    perform extract-referrals
    perform extract-notifications
    perform extract-audit-entries

    end-if.

write-master-lines.
    call "ageof" using by reference
        person-birth-date ws-today person-age ws-age-now
    move spaces to extract-line
    string "  name: " function trim(person-name)
        "  age: " ws-age-now
        "  town: " person-town-code
        "  role: " person-role
        delimited by size into extract-line
    end-string
    write extract-line
    move spaces to extract-line
    string "  date of birth: " person-birth-date
        "  age at enrolment: " person-age
        delimited by size into extract-line
    end-string
    write extract-line
    move spaces to extract-line
    string "  contact: " function trim(person-contact)
        "  postcode: " person-postcode
        delimited by size into extract-line
    end-string
    write extract-line
                    delimited by size into extract-line
                end-string
                write extract-line
                if vet-update-service not = spaces
                   or vet-last-check-date not = spaces
                    move spaces to extract-line
                    string "  update service: "
                        function trim(vet-subscription-id)
                        " surname: " function trim(vet-cert-surname)
                        " consent: " vet-consent-date
                        " last check: " vet-last-check-date
                        " " vet-last-check-result
                        delimited by size into extract-line
                    end-string
                    write extract-line
                end-if
        end-read
        close vetting-file
    end-if.
        close consent-file
    end-if.

extract-emergency-contacts.
    perform write-section-header
    move "emergency contacts" to extract-line
    write extract-line
    move "N" to ws-hit
    open input emergency-contacts
    if ec-status = "00"
        move 1 to emc-slot
        perform extract-one-emergency-slot
        move 2 to emc-slot
        perform extract-one-emergency-slot
        close emergency-contacts
    end-if
    if ws-hit = "N"
        move "  (none held)" to extract-line
        write extract-line
    end-if.

extract-one-emergency-slot.
    move ws-subject-id to emc-person-id
    read emergency-contacts key is emc-key
        invalid key
            continue
        not invalid key
            move "Y" to ws-hit
            move spaces to extract-line
            string "  contact " emc-slot ": "
                function trim(emc-name)
                " (" function trim(emc-relationship) ")"
                " phone: " function trim(emc-phone)
                " updated: " emc-updated-date
                delimited by size into extract-line
            end-string
            write extract-line
    end-read.

extract-enrolments.
    perform write-section-header
    move "enrolment submissions" to extract-line
        string "  " enrol-date " "
            function trim(enrol-name)
            " age " enrol-age
            " dob " enrol-birth-date
            " town " enrol-town-code
            " role " enrol-role
            " postcode " enrol-postcode
            " contact " function trim(enrol-contact)
            delimited by size into extract-line
        end-string
    perform write-section-header
    move "matches (as mentor or mentee)" to extract-line
    write extract-line
    open input match-file
    if mt-status = "00"
        move "N" to ws-eof
        move ws-subject-id to match-mentor-id
        start match-file key not less than match-mentor-id
            invalid key
                move "Y" to ws-eof
        end-start
        perform check-one-mentor-match until at-eof
        move "N" to ws-eof
        move ws-subject-id to match-mentee-id
        start match-file key not less than match-mentee-id
            invalid key
                move "Y" to ws-eof
        end-start
        perform check-one-mentee-match until at-eof
        close match-file
    end-if
    perform scan-match-archives.

*> The subject's matches off the two person keys - as mentor, then
*> as mentee - rather than a pass over the whole file.
check-one-mentor-match.
    read match-file next record
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof and match-mentor-id not = ws-subject-id
        move "Y" to ws-eof
    end-if

    if not at-eof
        perform write-match-lines
    end-if.

check-one-mentee-match.
    read match-file next record
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof and match-mentee-id not = ws-subject-id
        move "Y" to ws-eof
    end-if

    if not at-eof
        perform write-match-lines
    end-if.

write-match-lines.
    move spaces to extract-line
    string "  match " match-id
        " mentor " match-mentor-id
        " mentee " match-mentee-id
        " town " match-town-code
        " from " match-date
        " status " match-status
        " ended " match-end-date " " match-end-reason
        delimited by size into extract-line
    end-string
    write extract-line
    if match-answer-reason not = spaces
        move spaces to extract-line
        string "    offer answer reason: "
            function trim(match-answer-reason)
            delimited by size into extract-line
        end-string
        write extract-line
            " mentor " book-mentor-id
            " mentee " book-mentee-id
            " status " book-status
            " venue " book-venue-code
            delimited by size into extract-line
        end-string
        write extract-line
                " mentor " book-mentor-id
                " mentee " book-mentee-id
                " status " book-status
                " venue " book-venue-code
                " (archived " ws-arch-year ")"
                delimited by size into extract-line
            end-string
        write extract-line
    end-if.

extract-surveys.
    perform write-section-header
    move "end-of-match survey answers given by the subject"
        to extract-line
    write extract-line
    move "N" to ws-eof
    open input survey-file
    if sv-status = "00"
        perform check-one-survey until at-eof
        close survey-file
    end-if.

check-one-survey.
    read survey-file next record
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof and sv-person-id = ws-subject-id
        move spaces to extract-line
        string "  survey match " sv-match-id
            " received " sv-received-date
            " scores " sv-score(1) " " sv-score(2) " " sv-score(3)
            " " sv-score(4) " " sv-score(5)
            " comment " function trim(sv-comment)
            delimited by size into extract-line
        end-string
        write extract-line
    end-if.

*> A referral carries the person's id once it has enrolled; the
*> referral register has no key on it, so the file is read through.
extract-referrals.
    perform write-section-header
    move "partner referrals linked to the subject" to extract-line
    write extract-line
    move "N" to ws-eof
    open input referral-file
    if rf-status = "00"
        perform check-one-referral until at-eof
        close referral-file
    end-if.

check-one-referral.
    read referral-file next record
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof and ref-person-id = ws-subject-id
        move spaces to extract-line
        string "  referral " ref-id
            " partner " ref-partner-code
            " ref " function trim(ref-partner-ref)
            " received " ref-received-date
            " status " ref-status " " ref-status-date
            delimited by size into extract-line
        end-string
        write extract-line
        move spaces to extract-line
        string "    name " function trim(ref-name)
            " contact " function trim(ref-contact)
            " town " ref-town-code
            " reason " function trim(ref-reason)
            delimited by size into extract-line
        end-string
        write extract-line
    end-if.

extract-notifications.
    perform write-section-header
    move "notification lines mentioning the subject" to extract-line

    if not at-eof
        move spaces to ws-hay
        move audit-input-text to ws-hay
        perform scan-hay-for-audit-hit
        if ws-hit = "Y"
            move spaces to extract-line
            string "  " function trim(audit-input-text)
                delimited by size into extract-line
            end-string
            write extract-line
