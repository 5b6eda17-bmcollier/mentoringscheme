identification division.
program-id. survrpt.

*> Quarterly satisfaction report for the funders, off the
*> end-of-match surveys: for each programme and town, the matches
*> that ended in the period, how many of the parties answered the
*> survey (two asked per match), and the average score on each of
*> the five questions - for all the answers, then for completed
*> matches set against broken-down ones, which is the comparison
*> the funders actually ask about. A skipped question (0) does not
*> count toward its average. The period comes from SURVRPT_FROM and
*> SURVRPT_TO (yyyymmdd), defaulting to the current calendar quarter
*> to date, the same way the outcomes report sets its period.

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

   select survey-file assign to "data/surveys.dat"
   organization is indexed
   access mode is dynamic
   record key is sv-key
   file status is sv-status.

   select survey-report assign to "data/survrpt.txt"
   organization is line sequential
   file status is rpt-status.

   select ended-sort assign to "data/survrpt.srt".

data division.
file section.
fd match-file.
copy "matchrec.cpy".

fd survey-file.
copy "survrec.cpy".

fd survey-report.
01 report-line           pic x(132).

sd ended-sort.
01 ended-sort-record.
   05 srt-prog             pic x(4).
   05 srt-town             pic x(6).
   05 srt-match-id         pic x(10).
   05 srt-reason           pic x(1).

working-storage section.
01 mt-status            pic xx.
01 sv-status            pic xx.
01 rpt-status           pic xx.
01 ws-eof               pic x value "N".
   88 at-eof                value "Y".
01 ws-sort-eof          pic x value "N".
   88 at-sort-eof           value "Y".
01 ws-surveys-open      pic x value "N".
   88 surveys-available    value "Y".

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

*> Accumulators, level 1 for the programme/town in hand and level 2
*> for the whole report; within each, class 1 is every ended match,
*> 2 the completed ones and 3 the broken-down ones.
01 ws-acc-table.
   05 ws-acc-level occurs 2 times.
      10 ws-acc-class occurs 3 times.
         15 ws-acc-matches    pic 9(6).
         15 ws-acc-received   pic 9(6).
         15 ws-acc-question occurs 5 times.
            20 ws-acc-sum     pic 9(8).
            20 ws-acc-count   pic 9(6).
01 ws-withdrawn         pic 9(6) occurs 2 times.
01 ws-lvl               pic 9(1).
01 ws-cls               pic 9(1).
01 ws-q                 pic 9(1).
01 ws-class-labels.
   05 filler            pic x(10) value "all".
   05 filler            pic x(10) value "completed".
   05 filler            pic x(10) value "breakdown".
01 ws-class-table redefines ws-class-labels.
   05 ws-class-label    pic x(10) occurs 3 times.

01 ws-cur-prog          pic x(4).
01 ws-cur-town          pic x(6).
01 ws-group-open        pic x value "N".
01 ws-group-count       pic 9(6) value 0.
01 ws-due               pic 9(6).
01 ws-rate              pic 9(3).
01 ws-avg               pic 9v9.
01 ws-avg-edit          pic 9.9.
01 ws-avg-text          pic x(3).
01 ws-avg-line          pic x(60).
01 ws-prog-label        pic x(6).

*> Run-control accounting (0 clean, 12 when the MATCH file was
*> unavailable; no survey file yet is a report of no answers).
01 ws-start-time        pic x(8).
01 ws-step-name         pic x(8) value "SURVRPT".
01 ws-report-file       pic x(64) value "data/survrpt.txt".
01 ws-outcome           pic x(8).
01 ws-rl-read           pic 9(8) value 0.
01 ws-rl-written        pic 9(8) value 0.
01 ws-rl-reject         pic 9(8) value 0.

procedure division.
main-line.
    accept ws-start-time from time

    open input match-file
    if mt-status not = "00"
        display "survrpt: MATCH file not available, status " mt-status
        move "error" to ws-outcome
        move 12 to return-code
        perform write-run-record
        go to main-line-exit
    end-if
    open input survey-file
    if sv-status = "00"
        move "Y" to ws-surveys-open
    end-if

    perform set-reporting-period
    initialize ws-acc-table
    move 0 to ws-withdrawn(1) ws-withdrawn(2)

    open output survey-report
    move "end-of-match satisfaction report - by programme and town"
        to report-line
    write report-line
    move spaces to report-line
    string "matches ended " ws-from-date " to " ws-to-date
        "  - averages out of 5, q1 overall q2 relationship"
        " q3 support q4 goals q5 recommend"
        delimited by size into report-line
    end-string
    write report-line

    sort ended-sort
        on ascending key srt-prog srt-town srt-match-id
        input procedure is release-ended-matches
        output procedure is total-by-group

    move spaces to report-line
    write report-line
    move "all programmes and towns" to report-line
    write report-line
    move 2 to ws-lvl
    perform write-group-figures
    close survey-report
    call "rptgen" using by reference ws-report-file ws-step-name

    close match-file
    if surveys-available
        close survey-file
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
    accept ws-from-env from environment "SURVRPT_FROM"
    accept ws-to-env from environment "SURVRPT_TO"

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

*> Sort input side: every match that ended inside the period.
release-ended-matches.
    perform release-one-match until at-eof.

release-one-match.
    read match-file next record
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof
        add 1 to ws-rl-read
        if match-is-ended
           and match-end-date >= ws-from-date
           and match-end-date <= ws-to-date
            move match-programme to srt-prog
            move match-town-code to srt-town
            move match-id to srt-match-id
            move match-end-reason to srt-reason
            release ended-sort-record
        end-if
    end-if.

total-by-group.
    move "N" to ws-sort-eof
    perform total-one-match until at-sort-eof
    if ws-group-open = "Y"
        perform write-group
    end-if.

total-one-match.
    return ended-sort
        at end
            move "Y" to ws-sort-eof
    end-return

    if not at-sort-eof
        if ws-group-open = "Y"
           and (srt-prog not = ws-cur-prog or srt-town not = ws-cur-town)
            perform write-group
            move "N" to ws-group-open
        end-if
        if ws-group-open = "N"
            move srt-prog to ws-cur-prog
            move srt-town to ws-cur-town
            move "Y" to ws-group-open
            initialize ws-acc-level(1)
            move 0 to ws-withdrawn(1)
        end-if

        *> Class 1 always, plus completed or breakdown where it was.
        move 1 to ws-cls
        perform count-match-in-class
        evaluate srt-reason
            when "C"
                move 2 to ws-cls
                perform count-match-in-class
            when "B"
                move 3 to ws-cls
                perform count-match-in-class
            when "W"
                add 1 to ws-withdrawn(1) ws-withdrawn(2)
        end-evaluate
    end-if.

count-match-in-class.
    add 1 to ws-acc-matches(1, ws-cls) ws-acc-matches(2, ws-cls)
    if surveys-available
        move srt-match-id to sv-match-id
        move "M" to sv-role
        perform add-one-survey
        move srt-match-id to sv-match-id
        move "E" to sv-role
        perform add-one-survey
    end-if.

add-one-survey.
    read survey-file key is sv-key
        invalid key
            continue
        not invalid key
            add 1 to ws-acc-received(1, ws-cls)
                ws-acc-received(2, ws-cls)
            perform add-one-score varying ws-q from 1 by 1
                until ws-q > 5
    end-read.

add-one-score.
    if sv-score(ws-q) is numeric and sv-score(ws-q) > 0
        add sv-score(ws-q) to ws-acc-sum(1, ws-cls, ws-q)
            ws-acc-sum(2, ws-cls, ws-q)
        add 1 to ws-acc-count(1, ws-cls, ws-q)
            ws-acc-count(2, ws-cls, ws-q)
    end-if.

write-group.
    add 1 to ws-group-count
    move ws-cur-prog to ws-prog-label
    if ws-cur-prog = spaces
        move "(none)" to ws-prog-label
    end-if
    move spaces to report-line
    write report-line
    move spaces to report-line
    string "programme " ws-prog-label " town " ws-cur-town
        delimited by size into report-line
    end-string
    write report-line
    move 1 to ws-lvl
    perform write-group-figures.

*> Three lines per group - all, completed, breakdown - each with the
*> matches ended, surveys asked and answered, the response rate and
*> the five averages.
write-group-figures.
    perform write-class-line varying ws-cls from 1 by 1
        until ws-cls > 3
    move spaces to report-line
    string "  (ended by withdrawal: " ws-withdrawn(ws-lvl) ")"
        delimited by size into report-line
    end-string
    write report-line.

write-class-line.
    compute ws-due = ws-acc-matches(ws-lvl, ws-cls) * 2
    move 0 to ws-rate
    if ws-due > 0
        compute ws-rate rounded =
            ws-acc-received(ws-lvl, ws-cls) * 100 / ws-due
    end-if
    move spaces to ws-avg-line
    perform add-question-average varying ws-q from 1 by 1
        until ws-q > 5
    move spaces to report-line
    string
        "  " ws-class-label(ws-cls)
        " ended " ws-acc-matches(ws-lvl, ws-cls)
        " asked " ws-due
        " answered " ws-acc-received(ws-lvl, ws-cls)
        " rate " ws-rate "%"
        " " ws-avg-line
        delimited by size into report-line
    end-string
    write report-line.

add-question-average.
    move " - " to ws-avg-text
    if ws-acc-count(ws-lvl, ws-cls, ws-q) > 0
        compute ws-avg rounded =
            ws-acc-sum(ws-lvl, ws-cls, ws-q)
            / ws-acc-count(ws-lvl, ws-cls, ws-q)
        move ws-avg to ws-avg-edit
        move ws-avg-edit to ws-avg-text
    end-if
    move ws-avg-text to ws-avg-line((ws-q - 1) * 8 + 5:3)
    move "q" to ws-avg-line((ws-q - 1) * 8 + 2:1)
    move ws-q to ws-avg-line((ws-q - 1) * 8 + 3:1).

end program survrpt.
