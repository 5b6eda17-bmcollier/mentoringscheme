*> Scheduled retention step: withdrawn participants whose withdrawal
*> date has passed the retention period (2555 days - seven years -
*> unless RETAIN_DAYS overrides it) have their name and contact
*> overwritten with an anonymised marker and their postcode blanked,
*> while age, town, role and dates stay for the statistics. The date
*> of birth goes too - the held age is first set to the age at
*> withdrawal, so the figures still have an age to work with. The
*> same scrubbing is applied to the person's enrolment-log rows, to
*> the partner referral they enrolled from (name and contact marked,
*> the partner's own reference blanked), to the notification lines
*> that mention them, to the free-text comment on their end-of-match
*> survey answers and to the long-form case notes on their sessions
*> (the note lines stay, dated and signed, but the words go); their
*> emergency contacts are erased outright, and the run reports how
*> many records each file gave up. A record already anonymised is
*> left alone, so the run can be scheduled without the counts
*> creeping.

environment division.
input-output section.
   organization is line sequential
   file status is ar-status.

   select emergency-contacts assign to "data/emergcon.dat"
   organization is indexed
   access mode is dynamic
   record key is emc-key
   file status is ec-status.

   select referral-file assign to "data/referrals.dat"
   organization is indexed
   access mode is dynamic
   record key is ref-id
   file status is rf-status.

   select survey-file assign to "data/surveys.dat"
   organization is indexed
   access mode is dynamic
   record key is sv-key
   file status is sv-status.

   select equality-file assign to "data/eqopdata.dat"
   organization is indexed
   access mode is dynamic
copy "enrolrec.cpy".

fd enrol-work.
01 enrol-work-record     pic x(245).

fd notify-log.
01 notify-line           pic x(160).
fd archive-input.
01 archive-line          pic x(250).

fd referral-file.
copy "refrrec.cpy".

fd survey-file.
copy "survrec.cpy".

fd equality-file.
copy "eqoprec.cpy".

fd emergency-contacts.
copy "emcnrec.cpy".

working-storage section.
01 pm-status            pic xx.
01 en-status            pic xx.
01 cs-status            pic xx.
01 cw-status            pic xx.
01 eo-status            pic xx.
01 ec-status            pic xx.
01 ar-status            pic xx.
01 rf-status            pic xx.
01 sv-status            pic xx.

01 ws-eof               pic x value "N".
   88 at-eof                value "Y".
01 ws-cutoff-int        pic 9(8).
01 ws-wdate-numeric     pic 9(8).
01 ws-wdate-int         pic 9(8).
01 ws-age-at-wdate      pic 9(3) value 0.

01 ws-anon-marker       pic x(10) value "ANONYMISED".
01 ws-people-done       pic 9(6) value 0.
01 ws-notifs-done       pic 9(6) value 0.
01 ws-casenotes-done    pic 9(6) value 0.
01 ws-equality-done     pic 9(6) value 0.
01 ws-emergency-done    pic 9(6) value 0.
01 ws-referrals-done    pic 9(6) value 0.
01 ws-surveys-done      pic 9(6) value 0.
01 ws-sess-log-open     pic x value "N".

*> A case note whose session the annual rollover has already moved

    if ws-anon-count > 0
        perform scrub-enrolments thru scrub-enrolments-exit
        perform scrub-referrals
        perform scrub-notifications thru scrub-notifications-exit
        perform scrub-survey-comments
        perform scrub-case-notes thru scrub-case-notes-exit
        perform erase-equality-rows
        perform erase-emergency-contacts
    end-if

    display "anonym: master records anonymised " ws-people-done
    display "anonym: enrolment rows scrubbed   " ws-enrols-done
    display "anonym: referrals scrubbed        " ws-referrals-done
    display "anonym: notification lines scrubbed " ws-notifs-done
    display "anonym: survey comments scrubbed  " ws-surveys-done
    display "anonym: case-note lines scrubbed  " ws-casenotes-done
    display "anonym: equality rows erased      " ws-equality-done
    display "anonym: emergency contacts erased " ws-emergency-done
    if ws-anon-full > 0
        display "anonym: records left for next run - table full "
            ws-anon-full
            if ws-anon-count < 500
                move ws-anon-marker to person-name
                move ws-anon-marker to person-contact
                move spaces to person-postcode
                call "ageof" using by reference
                    person-birth-date person-withdrawal-date
                    person-age ws-age-at-wdate
                move ws-age-at-wdate to person-age
                move spaces to person-birth-date
                rewrite person-record
                add 1 to ws-people-done
                add 1 to ws-anon-count
        if ws-id-hit = "Y" and enrol-name not = ws-anon-marker
            move ws-anon-marker to enrol-name
            move ws-anon-marker to enrol-contact
            move spaces to enrol-postcode
            move spaces to enrol-birth-date
            add 1 to ws-enrols-done
        end-if
        move enrolment-record to enrol-work-record
        move "Y" to ws-id-hit
    end-if.

*> The referral a person enrolled from carries their id once it has
*> enrolled, and the name and contact the partner sent us.
scrub-referrals.
    move "N" to ws-eof
    open i-o referral-file
    if rf-status = "00"
        perform scrub-one-referral until at-eof
        close referral-file
    end-if.

scrub-one-referral.
    read referral-file next record
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof and ref-person-id not = spaces
        move ref-person-id to ws-probe-id
        perform check-anon-id
        if ws-id-hit = "Y" and ref-name not = ws-anon-marker
            move ws-anon-marker to ref-name
            move ws-anon-marker to ref-contact
            move spaces to ref-partner-ref
            rewrite referral-record
            add 1 to ws-referrals-done
        end-if
    end-if.

*> Survey scores stay for the satisfaction figures; the comment is
*> the person's own words and goes. A blank comment stays blank.
scrub-survey-comments.
    move "N" to ws-eof
    open i-o survey-file
    if sv-status = "00"
        perform scrub-one-survey until at-eof
        close survey-file
    end-if.

scrub-one-survey.
    read survey-file next record
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof
        move sv-person-id to ws-probe-id
        perform check-anon-id
        if ws-id-hit = "Y" and sv-comment not = spaces
           and sv-comment not = ws-anon-marker
            move ws-anon-marker to sv-comment
            rewrite survey-record
            add 1 to ws-surveys-done
        end-if
    end-if.

*> Notification lines carry ids and a contact detail; a line that
*> names an anonymised person keeps its ids and dates but loses the
*> contact value.
            add 1 to ws-equality-done
    end-read.

*> Emergency contacts are third parties' details held only for the
*> person's safety while they take part - erased outright, both
*> slots.
erase-emergency-contacts.
    open i-o emergency-contacts
    if ec-status = "00"
        perform erase-one-person-contacts
            varying ws-anon-idx from 1 by 1
            until ws-anon-idx > ws-anon-count
        close emergency-contacts
    end-if.

erase-one-person-contacts.
    move ws-anon-id(ws-anon-idx) to emc-person-id
    move 1 to emc-slot
    perform erase-one-emergency-slot
    move ws-anon-id(ws-anon-idx) to emc-person-id
    move 2 to emc-slot
    perform erase-one-emergency-slot.

erase-one-emergency-slot.
    read emergency-contacts key is emc-key
        invalid key
            continue
        not invalid key
            delete emergency-contacts record
            add 1 to ws-emergency-done
    end-read.

end program anonym.
