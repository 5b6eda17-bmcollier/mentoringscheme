identification division.
program-id. offerexp.

*> Nightly offer expiry. A coordinator-approved match sits "offered"
*> until both parties accept through the match maintenance route;
*> an offer with no complete answer within the set period (14 days,
*> OFFER_DAYS overrides) lapses here:
*>   - the match goes to "lapsed", closed on the run date, so the
*>     mentor's place is freed for tonight's matching run (which
*>     runs after this step);
*>   - the mentee goes back on the waiting list at their original
*>     wait-date, not the back of the queue;
*>   - both parties are told through the notification extract.
*> One acceptance on its own does not hold an offer open - the
*> pairing needs both. The report lists every lapsed offer and the
*> count still open; anything lapsed ends the step RC=4, and RC=12
*> when the MATCH file is unavailable.

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

   select offer-report assign to "data/offerexp.txt"
   organization is line sequential
   file status is rpt-status.

data division.
file section.
fd match-file.
copy "matchrec.cpy".

fd offer-report.
01 report-line           pic x(120).

working-storage section.
01 mt-status            pic xx.
01 rpt-status           pic xx.
01 ws-eof               pic x value "N".
   88 at-eof                value "Y".

01 ws-run-date          pic x(8).
01 ws-run-day-int       pic 9(8).
01 ws-offer-day-int     pic 9(8).
01 ws-date-numeric      pic 9(8).
01 ws-days-open         pic s9(8).
01 ws-days-edited       pic z(4)9.
01 ws-env-value         pic x(10).
01 ws-offer-days        pic 9(4) value 14.
01 ws-requeue-date      pic x(8).
01 ws-notify-lapsed     pic x(8) value "lapsed".

01 ws-lapsed-count      pic 9(6) value 0.
01 ws-open-count        pic 9(6) value 0.

*> Run-control accounting (0 clean, 4 when an offer lapsed, 12
*> when the MATCH file is unavailable).
01 ws-start-time        pic x(8).
01 ws-step-name         pic x(8) value "OFFEREXP".
01 ws-report-file       pic x(64) value "data/offerexp.txt".
01 ws-outcome           pic x(8).
01 ws-rl-read           pic 9(8) value 0.
01 ws-rl-written        pic 9(8) value 0.
01 ws-rl-reject         pic 9(8) value 0.

procedure division.
main-line.
    accept ws-start-time from time
    accept ws-run-date from date yyyymmdd
    move function integer-of-date(function numval(ws-run-date))
        to ws-run-day-int

    move spaces to ws-env-value
    accept ws-env-value from environment "OFFER_DAYS"
    if function trim(ws-env-value) is numeric
       and function length(function trim(ws-env-value)) <= 4
        move function trim(ws-env-value) to ws-offer-days
    end-if

    open i-o match-file
    if mt-status not = "00"
        display "offerexp: MATCH file not available, status " mt-status
        move "error" to ws-outcome
        move 12 to return-code
        perform write-run-record
        go to main-line-exit
    end-if

    open output offer-report
    move "match offer expiry" to report-line
    write report-line
    move spaces to report-line
    string "run date " ws-run-date
        "  offers lapse after " ws-offer-days " days without both answers"
        delimited by size into report-line
    end-string
    write report-line
    move spaces to report-line
    write report-line

    perform check-one-match until at-eof

    move spaces to report-line
    write report-line
    move spaces to report-line
    string "lapsed " ws-lapsed-count
        "  still open " ws-open-count
        delimited by size into report-line
    end-string
    write report-line
    close offer-report
    call "rptgen" using by reference ws-report-file ws-step-name
    close match-file

    move ws-lapsed-count to ws-rl-written
    if ws-lapsed-count > 0
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
        if match-is-offered
            perform age-this-offer
        end-if
    end-if.

*> An offer with no usable offer date cannot be aged; it is left
*> open and counted, never lapsed on a guess.
age-this-offer.
    move 0 to ws-days-open
    if match-offer-date is numeric
        move match-offer-date to ws-date-numeric
        move function integer-of-date(ws-date-numeric)
            to ws-offer-day-int
        if ws-offer-day-int > 0
            compute ws-days-open = ws-run-day-int - ws-offer-day-int
        end-if
    end-if

    if ws-days-open > ws-offer-days
        perform lapse-this-offer
    else
        add 1 to ws-open-count
    end-if.

lapse-this-offer.
    move "L" to match-status
    move ws-run-date to match-end-date
    move spaces to match-end-reason
    move "no answer within the offer period" to match-answer-reason
    rewrite match-record
        invalid key
            add 1 to ws-rl-reject
    end-rewrite

    if match-wait-date is numeric
        move match-wait-date to ws-requeue-date
    else
        move match-date to ws-requeue-date
    end-if
    call "waitreq" using by reference
        match-town-code match-mentee-id ws-requeue-date
    call "notify" using by reference
        match-mentor-id match-mentee-id ws-notify-lapsed

    add 1 to ws-lapsed-count
    move ws-days-open to ws-days-edited
    move spaces to report-line
    string
        "  match " match-id
        " mentor " match-mentor-id
        " mentee " match-mentee-id
        " offered " match-offer-date
        " (" function trim(ws-days-edited) " days)"
        " answers mentor/mentee "
        match-mentor-answer "/" match-mentee-answer
        delimited by size into report-line
    end-string
    write report-line.

end program offerexp.
