identification division.
program-id. emergchk.

*> Nightly emergency-contact check: every under-18 mentee in an
*> active match with no emergency contact on file, so nobody goes to
*> a session with a minor who has no-one to ring but the office. A
*> mentee's age is worked out on the day from their date of birth by
*> ageof, falling back to the held age; one whose age cannot be read
*> is treated as a minor, the same caution the booking rules take.
*> Each line names the match, the mentee, their town and the
*> coordinator who owns the pairing (worked out by coordof as the
*> caseload report does), so the coordinator can get the details
*> recorded through the person maintenance route.

environment division.
input-output section.
file-control.
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

   select emergency-contacts assign to "data/emergcon.dat"
   organization is indexed
   access mode is dynamic
   record key is emc-key
   file status is ec-status.

   select check-report assign to "data/emergcheck.txt"
   organization is line sequential
   file status is rpt-status.

data division.
file section.
fd match-file.
copy "matchrec.cpy".

fd person-master.
copy "personrec.cpy".

fd emergency-contacts.
copy "emcnrec.cpy".

fd check-report.
01 report-line           pic x(120).

working-storage section.
01 mt-status            pic xx.
01 pm-status            pic xx.
01 ec-status            pic xx.
01 rpt-status           pic xx.
01 ws-eof               pic x value "N".
   88 at-eof                value "Y".
01 ws-contacts-open     pic x value "N".
   88 contacts-available   value "Y".

01 ws-run-date          pic x(8).
01 ws-mentee-age        pic 9(3).
01 ws-contact-held      pic x value "N".
   88 contact-held         value "Y".
01 ws-owner             pic x(8).
01 ws-minors-checked    pic 9(6) value 0.
01 ws-listed            pic 9(6) value 0.

*> Run-control accounting (0 when every minor has a contact, 4 when
*> any is listed, 12 when MATCH-FILE or PERSON-MASTER is
*> unavailable).
01 ws-start-time        pic x(8).
01 ws-step-name         pic x(8) value "EMERGCHK".
01 ws-report-file       pic x(64) value "data/emergcheck.txt".
01 ws-outcome           pic x(8).
01 ws-rl-read           pic 9(8) value 0.
01 ws-rl-written        pic 9(8) value 0.
01 ws-rl-reject         pic 9(8) value 0.

procedure division.
main-line.
    accept ws-start-time from time
    accept ws-run-date from date yyyymmdd

    open input match-file
    if mt-status not = "00"
        display "emergchk: MATCH file not available, status " mt-status
        move "error" to ws-outcome
        move 12 to return-code
        perform write-run-record
        go to main-line-exit
    end-if
    open input person-master
    if pm-status not = "00"
        display "emergchk: PERSON-MASTER not available, status "
            pm-status
        close match-file
        move "error" to ws-outcome
        move 12 to return-code
        perform write-run-record
        go to main-line-exit
    end-if
    *> No contacts file yet means nobody has one.
    open input emergency-contacts
    if ec-status = "00"
        move "Y" to ws-contacts-open
    end-if

    open output check-report
    move "under-18 mentees in an active match with no emergency contact"
        to report-line
    write report-line
    move spaces to report-line
    string "run date " ws-run-date
        delimited by size into report-line
    end-string
    write report-line
    move spaces to report-line
    write report-line

    perform check-one-match until at-eof

    if ws-listed = 0
        move "  none - every minor in a live match has a contact on file"
            to report-line
        write report-line
    end-if
    move spaces to report-line
    write report-line
    move spaces to report-line
    string
        "minors in active matches " ws-minors-checked
        "  with no emergency contact " ws-listed
        delimited by size into report-line
    end-string
    write report-line
    close check-report
    call "rptgen" using by reference ws-report-file ws-step-name

    close match-file person-master
    if contacts-available
        close emergency-contacts
    end-if

    move ws-listed to ws-rl-written
    if ws-listed > 0
        move "warning" to ws-outcome
        move 4 to return-code
    else
        move "ok" to ws-outcome
    end-if
    perform write-run-record.

main-line-exit.
    exit program.

write-run-record.
    call "runlog" using by reference
        ws-step-name ws-start-time
        ws-rl-read ws-rl-written ws-rl-reject ws-outcome.

check-one-match.
    read match-file next record
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof
        add 1 to ws-rl-read
        if match-is-active
            move match-mentee-id to person-id
            read person-master key is person-id
                invalid key
                    continue
                not invalid key
                    perform check-mentee-contacts
            end-read
        end-if
    end-if.

check-mentee-contacts.
    call "ageof" using by reference
        person-birth-date ws-run-date person-age ws-mentee-age
    if ws-mentee-age < 18 and person-is-active
        add 1 to ws-minors-checked
        move "N" to ws-contact-held
        if contacts-available
            move person-id to emc-person-id
            move 1 to emc-slot
            perform look-for-contact
            if not contact-held
                move 2 to emc-slot
                perform look-for-contact
            end-if
        end-if
        if not contact-held
            add 1 to ws-listed
            call "coordof" using by reference
                match-town-code match-coordinator-id ws-owner
            if ws-owner = spaces
                move "(none)" to ws-owner
            end-if
            move spaces to report-line
            string
                "  match " match-id
                " mentee " person-id " " person-name(1:30)
                " age " ws-mentee-age
                " town " match-town-code
                " coordinator " ws-owner
                delimited by size into report-line
            end-string
            write report-line
        end-if
    end-if.

look-for-contact.
    move person-id to emc-person-id
    read emergency-contacts key is emc-key
        invalid key
            continue
        not invalid key
            move "Y" to ws-contact-held
    end-read.

end program emergchk.
