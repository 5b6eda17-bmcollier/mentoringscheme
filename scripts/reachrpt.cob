identification division.
program-id. reachrpt.

*> Quarterly reach report for the funders: are we reaching the
*> young people in the most deprived areas? For each programme, the
*> mentees enrolled, matched and completed in the period, counted by
*> the deprivation decile of their postcode (1 the most deprived
*> tenth, 10 the least) - with those who gave no postcode, and those
*> whose postcode is not on the postcode reference, counted on lines
*> of their own rather than dropped.
*>   enrolled  - enrolment-log rows dated in the period for a mentee
*>               (role mentee or both)
*>   matched   - pairings that went live with a match date in the
*>               period; a reassignment successor is the same mentee
*>               journey and is not counted again
*>   completed - pairings ended as completed in the period
*> The postcode is the one on PERSON-MASTER now (so an amended one
*> counts), falling back to the enrolment row's for someone no longer
*> on the master, and its decile is looked up on the postcode
*> reference as it stands at run time rather than carried on the
*> person - so a refreshed index shows at once. Held to one funded
*> programme when SCHEME_PROGRAMME is set, as the other funder
*> reports are. The period comes from REACHRPT_FROM and REACHRPT_TO
*> (yyyymmdd), defaulting to the current calendar quarter to date,
*> the same way the satisfaction report sets its period.

environment division.
input-output section.
file-control.
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

   select mentor-enrolment assign to "data/enrolment.dat"
   organization is line sequential
   file status is en-status.

   select reach-report assign to "data/reachrpt.txt"
   organization is line sequential
   file status is rpt-status.

   select reach-sort assign to "data/reachrpt.srt".

data division.
file section.
fd person-master.
copy "personrec.cpy".

fd match-file.
copy "matchrec.cpy".

fd mentor-enrolment.
copy "enrolrec.cpy".

fd reach-report.
01 report-line           pic x(132).

sd reach-sort.
01 reach-sort-record.
   05 srt-prog             pic x(4).
   05 srt-slot             pic 9(2).
   05 srt-kind             pic 9(1).

working-storage section.
01 pm-status            pic xx.
01 mt-status            pic xx.
01 en-status            pic xx.
01 rpt-status           pic xx.
01 ws-eof               pic x value "N".
   88 at-eof                value "Y".
01 ws-sort-eof          pic x value "N".
   88 at-sort-eof           value "Y".
01 ws-enrol-open        pic x value "N".
   88 enrolments-available value "Y".

*> Reporting period - the env overrides when given, else the current
*> calendar quarter to date.
01 ws-from-date         pic x(8).
01 ws-to-date           pic x(8).
01 ws-from-env          pic x(10).
01 ws-to-env            pic x(10).
01 ws-today             pic x(8).
01 ws-today-split redefines ws-today.
   05 ws-today-year     pic 9(4).
   05 ws-today-month    pic 9(2).
   05 ws-today-day      pic 9(2).
01 ws-qtr-digit         pic 9(1).
01 ws-quarter-month     pic 9(2).

*> Held to one funded programme when SCHEME_PROGRAMME is set.
01 ws-prog-env          pic x(10).
01 ws-prog-filter       pic x(4).

*> The mentee in hand and where their postcode puts them: slots 1 to
*> 10 are the deciles, 11 no postcode given, 12 a postcode not on
*> the reference (or no reference file to look it up on).
01 ws-mentee-key        pic x(10).
01 ws-mentee-postcode   pic x(8).
01 ws-postcode-in       pic x(10).
01 ws-std-postcode      pic x(8).
01 ws-pc-town           pic x(6).
01 ws-pc-decile         pic 9(2).
01 ws-pc-result         pic x(1).
01 ws-event-prog        pic x(4).

*> Counts, level 1 for the programme in hand and level 2 for the
*> whole report; kind 1 enrolled, 2 matched, 3 completed.
01 ws-count-table.
   05 ws-count-level occurs 2 times.
      10 ws-count-slot occurs 12 times.
         15 ws-count       pic 9(6) occurs 3 times.
01 ws-total-table.
   05 ws-total-level occurs 2 times.
      10 ws-total         pic 9(6) occurs 3 times.
01 ws-lvl               pic 9(1).
01 ws-slot              pic 9(2).
01 ws-kind              pic 9(1).
01 ws-slot-label        pic x(26).

01 ws-cur-prog          pic x(4).
01 ws-group-open        pic x value "N".
01 ws-group-count       pic 9(6) value 0.
01 ws-prog-label        pic x(6).

*> Run-control accounting (0 clean, 12 when PERSON-MASTER or the
*> MATCH file was unavailable; no enrolment log yet is a report of
*> no enrolments).
01 ws-start-time        pic x(8).
01 ws-step-name         pic x(8) value "REACHRPT".
01 ws-report-file       pic x(64) value "data/reachrpt.txt".
01 ws-outcome           pic x(8).
01 ws-rl-read           pic 9(8) value 0.
01 ws-rl-written        pic 9(8) value 0.
01 ws-rl-reject         pic 9(8) value 0.

procedure division.
main-line.
    accept ws-start-time from time

    open input person-master
    if pm-status not = "00"
        display "reachrpt: PERSON-MASTER not available, status "
            pm-status
        move "error" to ws-outcome
        move 12 to return-code
        perform write-run-record
        go to main-line-exit
    end-if
    open input match-file
    if mt-status not = "00"
        display "reachrpt: MATCH file not available, status " mt-status
        close person-master
        move "error" to ws-outcome
        move 12 to return-code
        perform write-run-record
        go to main-line-exit
    end-if
    open input mentor-enrolment
    if en-status = "00"
        move "Y" to ws-enrol-open
    end-if

    perform set-reporting-period
    move spaces to ws-prog-env ws-prog-filter
    accept ws-prog-env from environment "SCHEME_PROGRAMME"
    if ws-prog-env not = spaces
        move function upper-case(function trim(ws-prog-env))
            to ws-prog-filter
    end-if
    initialize ws-count-table ws-total-table

    open output reach-report
    move "mentee reach report - by programme and deprivation decile"
        to report-line
    write report-line
    move spaces to report-line
    string "period " ws-from-date " to " ws-to-date
        "  - decile 1 is the most deprived tenth of areas"
        delimited by size into report-line
    end-string
    write report-line
    if ws-prog-filter not = spaces
        move spaces to report-line
        string "programme " ws-prog-filter " only"
            delimited by size into report-line
        end-string
        write report-line
    end-if

    sort reach-sort
        on ascending key srt-prog srt-slot srt-kind
        input procedure is release-reach-events
        output procedure is total-by-programme

    move spaces to report-line
    write report-line
    move "all programmes" to report-line
    write report-line
    move 2 to ws-lvl
    perform write-programme-figures
    close reach-report
    call "rptgen" using by reference ws-report-file ws-step-name

    close person-master match-file
    if enrolments-available
        close mentor-enrolment
    end-if
    move ws-group-count to ws-rl-written
    move "ok" to ws-outcome
    perform write-run-record.

main-line-exit.
    exit program.

write-run-record.
    call "runlog" using by reference
        ws-step-name ws-start-time
        ws-rl-read ws-rl-written ws-rl-reject ws-outcome.

set-reporting-period.
    accept ws-today from date yyyymmdd

    move spaces to ws-from-env ws-to-env
    accept ws-from-env from environment "REACHRPT_FROM"
    accept ws-to-env from environment "REACHRPT_TO"

    if function trim(ws-to-env) is numeric
       and function length(function trim(ws-to-env)) = 8
        move function trim(ws-to-env) to ws-to-date
    else
        move ws-today to ws-to-date
    end-if

    if function trim(ws-from-env) is numeric
       and function length(function trim(ws-from-env)) = 8
        move function trim(ws-from-env) to ws-from-date
    else
        *> Two steps so the division truncates before the multiply.
        compute ws-qtr-digit = (ws-today-month - 1) / 3
        compute ws-quarter-month = (ws-qtr-digit * 3) + 1
        move ws-today to ws-from-date
        move ws-quarter-month to ws-from-date(5:2)
        move "01" to ws-from-date(7:2)
    end-if.

*> Sort input side: one record per mentee enrolled, matched or
*> completed in the period, under its programme and decile slot.
release-reach-events.
    if enrolments-available
        move "N" to ws-eof
        perform release-one-enrolment until at-eof
    end-if
    move "N" to ws-eof
    perform release-one-match until at-eof.

release-one-enrolment.
    read mentor-enrolment
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof
        add 1 to ws-rl-read
        if (enrol-role = "E" or enrol-role = "B")
           and enrol-date >= ws-from-date
           and enrol-date <= ws-to-date
            move enrol-id to ws-mentee-key
            move enrol-postcode to ws-mentee-postcode
            move enrol-programme to ws-event-prog
            move enrol-id to person-id
            read person-master
                invalid key
                    continue
                not invalid key
                    move person-postcode to ws-mentee-postcode
                    move person-programme to ws-event-prog
            end-read
            move 1 to ws-kind
            perform release-one-event
        end-if
    end-if.

release-one-match.
    read match-file next record
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof
        add 1 to ws-rl-read
        move match-programme to ws-event-prog
        if (match-is-active or match-is-ended)
           and match-predecessor-id = spaces
           and match-date >= ws-from-date
           and match-date <= ws-to-date
            perform find-mentee-postcode
            move 2 to ws-kind
            perform release-one-event
        end-if
        if match-is-ended and match-ended-completed
           and match-end-date >= ws-from-date
           and match-end-date <= ws-to-date
            perform find-mentee-postcode
            move 3 to ws-kind
            perform release-one-event
        end-if
    end-if.

find-mentee-postcode.
    move spaces to ws-mentee-postcode
    move match-mentee-id to person-id
    read person-master
        invalid key
            continue
        not invalid key
            move person-postcode to ws-mentee-postcode
    end-read.

release-one-event.
    if ws-prog-filter = spaces or ws-event-prog = ws-prog-filter
        perform find-decile-slot
        move ws-event-prog to srt-prog
        move ws-slot to srt-slot
        move ws-kind to srt-kind
        release reach-sort-record
    end-if.

find-decile-slot.
    if ws-mentee-postcode = spaces
        move 11 to ws-slot
    else
        move ws-mentee-postcode to ws-postcode-in
        call "pclook" using by reference ws-postcode-in
            ws-std-postcode ws-pc-town ws-pc-decile ws-pc-result
        if ws-pc-result = "F"
           and ws-pc-decile >= 1 and ws-pc-decile <= 10
            move ws-pc-decile to ws-slot
        else
            move 12 to ws-slot
        end-if
    end-if.

total-by-programme.
    move "N" to ws-sort-eof
    perform total-one-event until at-sort-eof
    if ws-group-open = "Y"
        perform write-programme
    end-if.

total-one-event.
    return reach-sort
        at end
            move "Y" to ws-sort-eof
    end-return

    if not at-sort-eof
        if ws-group-open = "Y" and srt-prog not = ws-cur-prog
            perform write-programme
            move "N" to ws-group-open
        end-if
        if ws-group-open = "N"
            move srt-prog to ws-cur-prog
            move "Y" to ws-group-open
            initialize ws-count-level(1) ws-total-level(1)
        end-if
        add 1 to ws-count(1, srt-slot, srt-kind)
            ws-count(2, srt-slot, srt-kind)
        add 1 to ws-total(1, srt-kind) ws-total(2, srt-kind)
    end-if.

write-programme.
    add 1 to ws-group-count
    move ws-cur-prog to ws-prog-label
    if ws-cur-prog = spaces
        move "(none)" to ws-prog-label
    end-if
    move spaces to report-line
    write report-line
    move spaces to report-line
    string "programme " ws-prog-label
        delimited by size into report-line
    end-string
    write report-line
    move 1 to ws-lvl
    perform write-programme-figures.

*> One line per decile, then the no-postcode and not-on-reference
*> lines and the programme's totals.
write-programme-figures.
    perform write-slot-line varying ws-slot from 1 by 1
        until ws-slot > 12
    move spaces to report-line
    string "  " "total                     "
        " enrolled " ws-total(ws-lvl, 1)
        " matched " ws-total(ws-lvl, 2)
        " completed " ws-total(ws-lvl, 3)
        delimited by size into report-line
    end-string
    write report-line.

write-slot-line.
    move spaces to ws-slot-label
    evaluate ws-slot
        when 11
            move "no postcode" to ws-slot-label
        when 12
            move "not on postcode reference" to ws-slot-label
        when other
            string "decile " ws-slot
                delimited by size into ws-slot-label
            end-string
    end-evaluate
    move spaces to report-line
    string "  " ws-slot-label
        " enrolled " ws-count(ws-lvl, ws-slot, 1)
        " matched " ws-count(ws-lvl, ws-slot, 2)
        " completed " ws-count(ws-lvl, ws-slot, 3)
        delimited by size into report-line
    end-string
    write report-line.

end program reachrpt.
