identification division.
program-id. dbsrcn.

*> Read-back of the DBS Update Service bulk status-check results -
*> one line per certificate sent in the monthly extract:
*>   <yyyymmdd> <person id> <certificate reference>
*>       <current|new-info|no-match>
*> Each result is stamped on the mentor's vetting record (date and
*> result of the last check). A "new-info" result means the
*> certificate is no longer current: the vetting record goes back to
*> pending, which takes the mentor out of the matching pool from the
*> next matching run on and out of any reassignment, and the mentor
*> goes on the safeguarding lead's list with their contact details
*> and every pairing they are in or have been offered, so the lead
*> can decide what happens to those while a fresh check is done. A
*> "no-match" result - the service did not recognise the details -
*> goes on the list too, for the subscription details to be put
*> right; so does a result for a mentor with no vetting record, or
*> for a certificate since replaced (applied to nothing).
*> Processed lines move to the results history file and the inbound
*> file is emptied, so a rerun applies nothing twice. Run as its own
*> job, as the safeguarding review list is, because the list is
*> restricted to the safeguarding lead.

environment division.
input-output section.
file-control.
   select results-file assign to "data/dbsresults.dat"
   organization is line sequential
   file status is rs-status.

   select results-history assign to "data/dbsdone.dat"
   organization is line sequential
   file status is rh-status.

   select vetting-file assign to "data/vetting.dat"
   organization is indexed
   access mode is dynamic
   record key is vet-person-id
   file status is vt-status.

   select person-master assign to "data/personmst.dat"
   organization is indexed
   access mode is dynamic
   record key is person-id
   file status is pm-status.

   select match-file assign to "data/match.dat"
   organization is indexed
   access mode is dynamic
   record key is match-id
   alternate record key is match-mentor-id with duplicates
   alternate record key is match-mentee-id with duplicates
   file status is mt-status.

   select lead-report assign to "data/dbsnewinfo.txt"
   organization is line sequential
   file status is rpt-status.

data division.
file section.
fd results-file.
01 results-line          pic x(80).

fd results-history.
01 history-line          pic x(80).

fd vetting-file.
copy "vettrec.cpy".

fd person-master.
copy "personrec.cpy".

fd match-file.
copy "matchrec.cpy".

fd lead-report.
01 report-line           pic x(160).

working-storage section.
01 rs-status            pic xx.
01 rh-status            pic xx.
01 vt-status            pic xx.
01 pm-status            pic xx.
01 mt-status            pic xx.
01 rpt-status           pic xx.
01 ws-eof               pic x value "N".
   88 at-eof                value "Y".
01 ws-eof-match         pic x value "N".
   88 at-eof-match          value "Y".
01 ws-master-open       pic x value "N".
   88 master-available     value "Y".

01 ws-run-date          pic x(8).
01 ws-result-date       pic x(20).
01 ws-result-person     pic x(20).
01 ws-result-ref        pic x(20).
01 ws-result-kind       pic x(20).
01 ws-id-numeric        pic 9(10) value 0.
01 ws-person-key        pic x(10).
01 ws-owner             pic x(8).
01 ws-no-override       pic x(8) value spaces.
01 ws-pairings          pic 9(4).
01 ws-unapplied-reason  pic x(40).

01 ws-current-count     pic 9(6) value 0.
01 ws-new-info-count    pic 9(6) value 0.
01 ws-no-match-count    pic 9(6) value 0.
01 ws-unapplied-count   pic 9(6) value 0.

*> Run-control accounting (0 clean, 4 when anyone is listed for the
*> lead, 12 when the vetting file is unavailable). No results file
*> at all is a clean run - nothing has come back yet.
01 ws-start-time        pic x(8).
01 ws-step-name         pic x(8) value "DBSRCN".
01 ws-report-file       pic x(64) value "data/dbsnewinfo.txt".
01 ws-outcome           pic x(8).
01 ws-rl-read           pic 9(8) value 0.
01 ws-rl-written        pic 9(8) value 0.
01 ws-rl-reject         pic 9(8) value 0.

procedure division.
main-line.
    accept ws-start-time from time
    accept ws-run-date from date yyyymmdd

    open input results-file
    if rs-status not = "00"
        move "ok" to ws-outcome
        perform write-run-record
        go to main-line-exit
    end-if

    open i-o vetting-file
    if vt-status not = "00"
        display "dbsrcn: VETTING file not available, status " vt-status
        close results-file
        move "error" to ws-outcome
        move 12 to return-code
        perform write-run-record
        go to main-line-exit
    end-if
    open input person-master
    if pm-status = "00"
        move "Y" to ws-master-open
    end-if

    open extend results-history
    if rh-status = "35"
        open output results-history
    end-if

    open output lead-report
    move "DBS update service - certificates needing the safeguarding lead"
        to report-line
    write report-line
    move spaces to report-line
    string "run date " ws-run-date
        delimited by size into report-line
    end-string
    write report-line
    move spaces to report-line
    write report-line

    perform apply-one-result until at-eof

    if ws-new-info-count = 0 and ws-no-match-count = 0
       and ws-unapplied-count = 0
        move "  none - every certificate checked remains current"
            to report-line
        write report-line
    end-if
    move spaces to report-line
    write report-line
    move spaces to report-line
    string
        "current " ws-current-count
        " new information " ws-new-info-count
        " not matched " ws-no-match-count
        " unapplied " ws-unapplied-count
        delimited by size into report-line
    end-string
    write report-line
    close lead-report
    call "rptgen" using by reference ws-report-file ws-step-name

    close results-history
    close vetting-file
    if master-available
        close person-master
    end-if
    close results-file

    *> Everything applied went to the history file, so the inbound
    *> file is emptied - a rerun must not apply the same results
    *> twice.
    open output results-file
    close results-file

    compute ws-rl-written =
        ws-current-count + ws-new-info-count + ws-no-match-count
    move ws-unapplied-count to ws-rl-reject
    if ws-new-info-count > 0 or ws-no-match-count > 0
       or ws-unapplied-count > 0
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

apply-one-result.
    read results-file
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof and results-line not = spaces
        add 1 to ws-rl-read
        move results-line to history-line
        write history-line

        move spaces to ws-result-date ws-result-person
        move spaces to ws-result-ref ws-result-kind
        unstring results-line delimited by all " "
            into ws-result-date ws-result-person ws-result-ref
                 ws-result-kind
        end-unstring
        move function lower-case(function trim(ws-result-kind))
            to ws-result-kind

        move spaces to ws-person-key
        if function trim(ws-result-person) is numeric
           and ws-result-person not = spaces
            move function trim(ws-result-person) to ws-id-numeric
            move ws-id-numeric to ws-person-key
        else
            move function trim(ws-result-person) to ws-person-key
        end-if

        move ws-person-key to vet-person-id
        read vetting-file key is vet-person-id
            invalid key
                move "no vetting record held" to ws-unapplied-reason
                perform report-unapplied-result
            not invalid key
                if vet-reference not = ws-result-ref
                    move "certificate since replaced" to ws-unapplied-reason
                    perform report-unapplied-result
                else
                    perform apply-result-to-vetting
                end-if
        end-read
    end-if.

apply-result-to-vetting.
    evaluate ws-result-kind
        when "current"
            move ws-result-date(1:8) to vet-last-check-date
            move "C" to vet-last-check-result
            rewrite vetting-record
            add 1 to ws-current-count
        when "new-info"
            move ws-result-date(1:8) to vet-last-check-date
            move "N" to vet-last-check-result
            move "P" to vet-status
            rewrite vetting-record
            add 1 to ws-new-info-count
            perform report-new-information
        when "no-match"
            move ws-result-date(1:8) to vet-last-check-date
            move "X" to vet-last-check-result
            rewrite vetting-record
            add 1 to ws-no-match-count
            perform report-not-matched
        when other
            move "result not understood" to ws-unapplied-reason
            perform report-unapplied-result
    end-evaluate.

*> The mentor, who to ring, and every pairing the pending vetting
*> now puts in question.
report-new-information.
    move spaces to report-line
    string
        "NEW INFORMATION " ws-result-date(1:8)
        " certificate " function trim(vet-reference)
        " - vetting now pending, out of the matching pool"
        delimited by size into report-line
    end-string
    write report-line
    perform report-mentor-details
    perform list-mentor-pairings
    move spaces to report-line
    write report-line.

report-not-matched.
    move spaces to report-line
    string
        "NOT MATCHED " ws-result-date(1:8)
        " certificate " function trim(vet-reference)
        " subscription " function trim(vet-subscription-id)
        " surname " function trim(vet-cert-surname)
        " - check the subscription details"
        delimited by size into report-line
    end-string
    write report-line
    perform report-mentor-details
    move spaces to report-line
    write report-line.

report-mentor-details.
    move spaces to report-line
    if master-available
        move vet-person-id to person-id
        read person-master key is person-id
            invalid key
                string "  mentor " vet-person-id " (not on the master)"
                    delimited by size into report-line
                end-string
            not invalid key
                call "coordof" using by reference
                    person-town-code ws-no-override ws-owner
                if ws-owner = spaces
                    move "(none)" to ws-owner
                end-if
                string "  mentor " vet-person-id " "
                    function trim(person-name)
                    " contact=" function trim(person-contact)
                    " town " person-town-code
                    " coordinator " ws-owner
                    delimited by size into report-line
                end-string
        end-read
    else
        string "  mentor " vet-person-id " (person master unavailable)"
            delimited by size into report-line
        end-string
    end-if
    write report-line.

list-mentor-pairings.
    move 0 to ws-pairings
    move "N" to ws-eof-match
    open input match-file
    if mt-status = "00"
        move vet-person-id to match-mentor-id
        start match-file key not less than match-mentor-id
            invalid key
                move "Y" to ws-eof-match
        end-start
        perform list-one-pairing until at-eof-match
        close match-file
    end-if
    if ws-pairings = 0
        move "  no live or proposed pairings" to report-line
        write report-line
    end-if.

list-one-pairing.
    read match-file next record
        at end
            move "Y" to ws-eof-match
    end-read

    if not at-eof-match and match-mentor-id not = vet-person-id
        move "Y" to ws-eof-match
    end-if

    if not at-eof-match
       and (match-is-active or match-is-offered or match-is-pending)
        add 1 to ws-pairings
        move spaces to report-line
        string "  pairing " match-id " mentee " match-mentee-id
            " town " match-town-code " status " match-status
            " since " match-date
            delimited by size into report-line
        end-string
        write report-line
    end-if.

report-unapplied-result.
    add 1 to ws-unapplied-count
    move spaces to report-line
    string
        "NOT APPLIED (" function trim(ws-unapplied-reason) "): "
        function trim(results-line)
        delimited by size into report-line
    end-string
    write report-line.

end program dbsrcn.
