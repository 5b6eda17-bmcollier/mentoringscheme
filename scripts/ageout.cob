identification division.
program-id. ageout.

*> Nightly age-out check, off the date of birth PERSON-MASTER now
*> holds. Two lists for the coordinator:
*>   - mentees who turned 18 in the last few days (7, AGEOUT_TURNED_
*>     DAYS overrides - a missed night is still caught next time):
*>     the parental consent on file no longer governs, and anything
*>     the guardian was the contact for needs to move to the young
*>     person themselves;
*>   - active mentees who will pass their programme's upper age
*>     limit within the notice period (90 days, AGEOUT_NOTICE_DAYS
*>     overrides), or already have, so their exit can be planned
*>     instead of being found at a review. The limit is the
*>     programme's maximum age off the programme reference file,
*>     or AGEOUT_MAX_AGE (25 unless set) where the programme has
*>     none.
*> A record with no date of birth is aged off the age typed at
*> enrolment, so it can still show as past the limit but never as
*> having just turned 18. Anything listed ends the step RC=4.

environment division.
input-output section.
file-control.
   select person-master assign to "data/personmst.dat"
   organization is indexed
   access mode is dynamic
   record key is person-id
   file status is pm-status.

   select consent-file assign to "data/consent.dat"
   organization is indexed
   access mode is dynamic
   record key is cons-person-id
   file status is cn-status.

   select programme-file assign to "data/programmes.dat"
   organization is indexed
   access mode is dynamic
   record key is prog-code
   file status is pg-status.

   select ageout-report assign to "data/ageout.txt"
   organization is line sequential
   file status is rpt-status.

data division.
file section.
fd person-master.
copy "personrec.cpy".

fd consent-file.
copy "consrec.cpy".

fd programme-file.
copy "progrec.cpy".

fd ageout-report.
01 report-line           pic x(120).

working-storage section.
01 pm-status            pic xx.
01 cn-status            pic xx.
01 pg-status            pic xx.
01 rpt-status           pic xx.
01 ws-eof               pic x value "N".
   88 at-eof                value "Y".
01 ws-consent-open      pic x value "N".
   88 consent-available    value "Y".
01 ws-prog-open         pic x value "N".
   88 programmes-available value "Y".

01 ws-run-date          pic x(8).
01 ws-run-day-int       pic 9(8).
01 ws-env-value         pic x(10).
01 ws-turned-days       pic 9(4) value 7.
01 ws-notice-days       pic 9(4) value 90.
01 ws-default-max-age   pic 9(3) value 25.
01 ws-max-age           pic 9(3).

*> The person's age today, a few days ago and at the end of the
*> notice period - all worked out off the same date of birth.
01 ws-back-date         pic 9(8).
01 ws-ahead-date        pic 9(8).
01 ws-back-date-x       pic x(8).
01 ws-ahead-date-x      pic x(8).
01 ws-age-now           pic 9(3).
01 ws-age-back          pic 9(3).
01 ws-age-ahead         pic 9(3).
01 ws-consent-note      pic x(40).

01 ws-turned-count      pic 9(6) value 0.
01 ws-ageout-count      pic 9(6) value 0.
01 ws-past-count        pic 9(6) value 0.

*> Both lists are built in one pass of the master; the second is
*> held on a work table of line images until the first is written,
*> sized well past a night's workload, with any overflow counted
*> and said.
01 ws-held-table.
   05 ws-held-line occurs 500 times pic x(120).
01 ws-held-count        pic 9(4) value 0.
01 ws-held-over         pic 9(6) value 0.
01 ws-held-idx          pic 9(4).

*> Run-control accounting (0 clean, 4 when anyone is listed, 12
*> when the master is unavailable).
01 ws-start-time        pic x(8).
01 ws-step-name         pic x(8) value "AGEOUT".
01 ws-report-file       pic x(64) value "data/ageout.txt".
01 ws-outcome           pic x(8).
01 ws-rl-read           pic 9(8) value 0.
01 ws-rl-written        pic 9(8) value 0.
01 ws-rl-reject         pic 9(8) value 0.

procedure division.
main-line.
    accept ws-start-time from time
    accept ws-run-date from date yyyymmdd

    move spaces to ws-env-value
    accept ws-env-value from environment "AGEOUT_TURNED_DAYS"
    if function trim(ws-env-value) is numeric
        move function trim(ws-env-value) to ws-turned-days
    end-if
    move spaces to ws-env-value
    accept ws-env-value from environment "AGEOUT_NOTICE_DAYS"
    if function trim(ws-env-value) is numeric
        move function trim(ws-env-value) to ws-notice-days
    end-if
    move spaces to ws-env-value
    accept ws-env-value from environment "AGEOUT_MAX_AGE"
    if function trim(ws-env-value) is numeric
       and function length(function trim(ws-env-value)) <= 3
        move function trim(ws-env-value) to ws-default-max-age
    end-if

    open input person-master
    if pm-status not = "00"
        display "ageout: PERSON-MASTER not available, status " pm-status
        move "error" to ws-outcome
        move 12 to return-code
        perform write-run-record
        go to main-line-exit
    end-if

    open input consent-file
    if cn-status = "00"
        move "Y" to ws-consent-open
    end-if
    open input programme-file
    if pg-status = "00"
        move "Y" to ws-prog-open
    end-if

    move function integer-of-date(function numval(ws-run-date))
        to ws-run-day-int
    move function date-of-integer(ws-run-day-int - ws-turned-days)
        to ws-back-date
    move ws-back-date to ws-back-date-x
    move function date-of-integer(ws-run-day-int + ws-notice-days)
        to ws-ahead-date
    move ws-ahead-date to ws-ahead-date-x

    open output ageout-report
    move "mentee age-out check" to report-line
    write report-line
    move spaces to report-line
    string "run date " ws-run-date
        "  turned 18 within " ws-turned-days " days"
        "  age-out notice " ws-notice-days " days"
        delimited by size into report-line
    end-string
    write report-line
    move spaces to report-line
    write report-line
    move "turned 18 - parental consent no longer governs" to report-line
    write report-line

    perform check-one-person until at-eof

    move spaces to report-line
    write report-line
    move "coming up to the programme's upper age limit" to report-line
    write report-line
    perform write-held-line
        varying ws-held-idx from 1 by 1
        until ws-held-idx > ws-held-count
    if ws-held-over > 0
        move spaces to report-line
        string "  (" ws-held-over " further mentees not listed -"
            " rerun after planning the above)"
            delimited by size into report-line
        end-string
        write report-line
    end-if

    move spaces to report-line
    write report-line
    move spaces to report-line
    string
        "turned 18 " ws-turned-count
        "  ageing out " ws-ageout-count
        "  of which already past the limit " ws-past-count
        delimited by size into report-line
    end-string
    write report-line
    close ageout-report
    call "rptgen" using by reference ws-report-file ws-step-name

    close person-master
    if consent-available
        close consent-file
    end-if
    if programmes-available
        close programme-file
    end-if

    compute ws-rl-written = ws-turned-count + ws-ageout-count
    if ws-rl-written > 0
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

check-one-person.
    read person-master next record
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof
        add 1 to ws-rl-read
    end-if

    if not at-eof and person-is-active
       and (person-is-mentee or person-is-both)
        call "ageof" using by reference
            person-birth-date ws-run-date person-age ws-age-now
        perform check-turned-eighteen
        perform check-ageing-out
    end-if.

*> Only a held date of birth can say the birthday was this week.
check-turned-eighteen.
    if person-birth-date is numeric and ws-age-now >= 18
        call "ageof" using by reference
            person-birth-date ws-back-date-x person-age ws-age-back
        if ws-age-back < 18
            add 1 to ws-turned-count
            perform describe-consent
            move spaces to report-line
            string
                "  mentee " person-id
                " " function trim(person-name)
                " born " person-birth-date
                " " function trim(ws-consent-note)
                delimited by size into report-line
            end-string
            write report-line
        end-if
    end-if.

describe-consent.
    move "no consent record held" to ws-consent-note
    if consent-available
        move person-id to cons-person-id
        read consent-file key is cons-person-id
            invalid key
                continue
            not invalid key
                if cons-is-given
                    move "- consent on file now lapses"
                        to ws-consent-note
                else
                    move "- consent on file already withdrawn"
                        to ws-consent-note
                end-if
        end-read
    end-if.

*> The programme's own limit where it has one, else the default;
*> a mentee whose age at the end of the notice period is past it is
*> listed, marked when they are past it already.
check-ageing-out.
    move ws-default-max-age to ws-max-age
    if programmes-available and person-programme not = spaces
        move person-programme to prog-code
        read programme-file key is prog-code
            invalid key
                continue
            not invalid key
                if prog-max-age is numeric and prog-max-age > 0
                    move prog-max-age to ws-max-age
                end-if
        end-read
    end-if

    call "ageof" using by reference
        person-birth-date ws-ahead-date-x person-age ws-age-ahead
    if ws-age-ahead > ws-max-age
        add 1 to ws-ageout-count
        if ws-held-count < 500
            add 1 to ws-held-count
            move spaces to ws-held-line(ws-held-count)
            if ws-age-now > ws-max-age
                add 1 to ws-past-count
                string
                    "  PAST LIMIT mentee " person-id
                    " " function trim(person-name)
                    " age " ws-age-now
                    " limit " ws-max-age
                    " programme " person-programme
                    delimited by size into ws-held-line(ws-held-count)
                end-string
            else
                string
                    "  mentee " person-id
                    " " function trim(person-name)
                    " age " ws-age-now
                    " limit " ws-max-age
                    " programme " person-programme
                    " born " person-birth-date
                    delimited by size into ws-held-line(ws-held-count)
                end-string
            end-if
        else
            add 1 to ws-held-over
        end-if
    end-if.

write-held-line.
    move ws-held-line(ws-held-idx) to report-line
    write report-line.

end program ageout.
