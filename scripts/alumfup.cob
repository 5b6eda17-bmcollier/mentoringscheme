identification division.
program-id. alumfup.

*> Monthly alumni follow-up: mentees who completed the programme are
*> asked, six and again twelve months after their match ended
*> (alum-end-date), whether they are in education, employment or
*> training - the question the funders want answered a year on.
*> Every alumni record whose 6-month or 12-month check falls due is
*> put on the notification extract for the comms system, in the
*> same mail-drop shape as the certificate run's congratulations
*> and in Welsh where that is the mentee's preference (message keys
*> followup6 and followup12, falling back to the English here). A
*> check counts as due from the month it falls in until six months
*> later, so a missed run catches up but long-finished alumni are
*> not suddenly written to; the 6-month check is dropped once the
*> 12-month one is due. Each check asked - or not asked, for a
*> mentee who has since withdrawn or whose contact has opted out -
*> is written to ALUMNI-FOLLOWUP, which is what stops it going out
*> twice; the answers come back against it through POST
*> /api/alumni.

environment division.
input-output section.
file-control.
   select alumni-file assign to "data/alumni.dat"
   organization is line sequential
   file status is al-status.

   select followup-file assign to "data/alumfup.dat"
   organization is indexed
   access mode is dynamic
   record key is alf-key
   file status is af-status.

   select match-file assign to "data/match.dat"
   organization is indexed
   access mode is dynamic
   record key is match-id
   alternate record key is match-mentor-id with duplicates
   alternate record key is match-mentee-id with duplicates
   file status is mt-status.

   select person-master assign to "data/personmst.dat"
   organization is indexed
   access mode is dynamic
   record key is person-id
   file status is pm-status.

   select notify-log assign to "data/notifications.dat"
   organization is line sequential
   file status is nt-status.

   select message-text assign to "data/msgtext.dat"
   organization is line sequential
   file status is mx-status.

data division.
file section.
fd alumni-file.
copy "alumrec.cpy".

fd followup-file.
copy "alfurec.cpy".

fd match-file.
copy "matchrec.cpy".

fd person-master.
copy "personrec.cpy".

fd notify-log.
01 notify-line           pic x(160).

fd message-text.
copy "msgtxrec.cpy".

working-storage section.
01 al-status            pic xx.
01 af-status            pic xx.
01 mt-status            pic xx.
01 pm-status            pic xx.
01 nt-status            pic xx.
01 mx-status            pic xx.
01 ws-eof               pic x value "N".
   88 at-eof                value "Y".
01 ws-eof-msg           pic x value "N".
   88 at-eof-msg           value "Y".
01 ws-match-open        pic x value "N".
   88 match-available      value "Y".

01 ws-run-date          pic x(8).
01 ws-run-split redefines ws-run-date.
   05 ws-run-year       pic 9(4).
   05 ws-run-month      pic 9(2).
   05 ws-run-day        pic 9(2).
01 ws-end-date          pic x(8).
01 ws-end-split redefines ws-end-date.
   05 ws-end-year       pic 9(4).
   05 ws-end-month      pic 9(2).
   05 ws-end-day        pic 9(2).
01 ws-months-since      pic s9(6).
01 ws-stage             pic 9(2).
01 ws-stage-found       pic x value "N".
   88 stage-recorded       value "Y".

01 ws-msg-key           pic x(12).
01 ws-msg-found         pic x.
01 ws-msg-out           pic x(80).
01 ws-followup-text     pic x(70).

01 ws-asked             pic 9(6) value 0.
01 ws-not-asked         pic 9(6) value 0.

*> Run-control accounting (0 clean, 12 when the alumni file or the
*> follow-up file cannot be opened; no alumni file yet is a quiet
*> month).
01 ws-start-time        pic x(8).
01 ws-step-name         pic x(8) value "ALUMFUP".
01 ws-outcome           pic x(8).
01 ws-rl-read           pic 9(8) value 0.
01 ws-rl-written        pic 9(8) value 0.
01 ws-rl-reject         pic 9(8) value 0.

procedure division.
main-line.
    accept ws-start-time from time
    accept ws-run-date from date yyyymmdd

    open input alumni-file
    if al-status = "35"
        display "alumfup: no alumni yet - nothing due"
        move "ok" to ws-outcome
        perform write-run-record
        go to main-line-exit
    end-if
    if al-status not = "00"
        display "alumfup: alumni file not available, status " al-status
        move "error" to ws-outcome
        move 12 to return-code
        perform write-run-record
        go to main-line-exit
    end-if

    open i-o followup-file
    if af-status = "35"
        open output followup-file
        close followup-file
        open i-o followup-file
    end-if
    if af-status not = "00"
        display "alumfup: follow-up file not available, status "
            af-status
        close alumni-file
        move "error" to ws-outcome
        move 12 to return-code
        perform write-run-record
        go to main-line-exit
    end-if

    open input person-master
    if pm-status not = "00"
        display "alumfup: PERSON-MASTER not available, status " pm-status
        close alumni-file followup-file
        move "error" to ws-outcome
        move 12 to return-code
        perform write-run-record
        go to main-line-exit
    end-if
    open input match-file
    if mt-status = "00"
        move "Y" to ws-match-open
    end-if

    open extend notify-log
    if nt-status = "35"
        open output notify-log
    end-if

    perform check-one-alumnus until at-eof

    close notify-log
    close alumni-file followup-file person-master
    if match-available
        close match-file
    end-if

    display "alumfup: follow-ups asked " ws-asked
        "  not asked (withdrawn or opted out) " ws-not-asked
    move ws-asked to ws-rl-written
    move ws-not-asked to ws-rl-reject
    move "ok" to ws-outcome
    perform write-run-record.

main-line-exit.
    exit program.

write-run-record.
    call "runlog" using by reference
        ws-step-name ws-start-time
        ws-rl-read ws-rl-written ws-rl-reject ws-outcome.

*> Whole months between the month the match ended and this one;
*> 6 to 11 is the 6-month check's window, 12 to 17 the 12-month's.
check-one-alumnus.
    read alumni-file
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof
        add 1 to ws-rl-read
        if alum-end-date is numeric
            move alum-end-date to ws-end-date
            compute ws-months-since =
                (ws-run-year * 12 + ws-run-month)
                - (ws-end-year * 12 + ws-end-month)
            move 0 to ws-stage
            evaluate true
                when ws-months-since >= 6 and ws-months-since < 12
                    move 6 to ws-stage
                when ws-months-since >= 12 and ws-months-since < 18
                    move 12 to ws-stage
            end-evaluate
            if ws-stage > 0
                perform check-stage-due
            end-if
        end-if
    end-if.

check-stage-due.
    move "N" to ws-stage-found
    move alum-match-id to alf-match-id
    move ws-stage to alf-stage
    read followup-file key is alf-key
        invalid key
            continue
        not invalid key
            move "Y" to ws-stage-found
    end-read
    if not stage-recorded
        perform raise-follow-up
    end-if.

raise-follow-up.
    move spaces to alumni-followup-record
    move alum-match-id to alf-match-id
    move ws-stage to alf-stage
    move alum-mentee-id to alf-mentee-id
    move alum-end-date to alf-end-date
    move ws-run-date to alf-asked-date
    if match-available
        move alum-match-id to match-id
        read match-file key is match-id
            invalid key
                continue
            not invalid key
                move match-programme to alf-programme
        end-read
    end-if

    move alum-mentee-id to person-id
    read person-master key is person-id
        invalid key
            move "S" to alf-status
        not invalid key
            if alf-programme = spaces
                move person-programme to alf-programme
            end-if
            if person-is-withdrawn or contact-opted-out
               or person-contact = spaces
                move "S" to alf-status
            else
                move "A" to alf-status
            end-if
    end-read

    if alf-is-asked
        perform write-follow-up-line
        add 1 to ws-asked
    else
        add 1 to ws-not-asked
    end-if
    write alumni-followup-record
        invalid key
            continue
    end-write.

*> Same mail-drop shape as the certificate run's lines, so the comms
*> system carries the question with nothing new.
write-follow-up-line.
    if ws-stage = 6
        move "followup6" to ws-msg-key
        move "six months on - are you in education, work or training?"
            to ws-followup-text
    else
        move "followup12" to ws-msg-key
        move "a year on - are you in education, work or training?"
            to ws-followup-text
    end-if
    if prefers-welsh
        perform look-up-welsh-text
        if ws-msg-found = "Y"
            move ws-msg-out(1:70) to ws-followup-text
        end-if
    end-if
    move spaces to notify-line
    string
        function trim(ws-run-date) " mentee "
        function trim(person-id) " "
        function trim(ws-followup-text) " match "
        function trim(alum-match-id) " stage " ws-stage
        " contact=" function trim(person-contact)
        delimited by size into notify-line
    end-string
    write notify-line.

*> The Welsh line for the stage's key, off the message-text
*> reference - re-read per lookup, the way notify reads it.
look-up-welsh-text.
    move "N" to ws-msg-found
    move spaces to ws-msg-out
    move "N" to ws-eof-msg
    open input message-text
    if mx-status = "00"
        perform check-one-message
            until at-eof-msg or ws-msg-found = "Y"
        close message-text
    end-if.

check-one-message.
    read message-text
        at end
            move "Y" to ws-eof-msg
    end-read

    if not at-eof-msg
       and function trim(msg-key) = function trim(ws-msg-key)
       and msg-lang = "W"
        move "Y" to ws-msg-found
        move msg-text to ws-msg-out
    end-if.

end program alumfup.
