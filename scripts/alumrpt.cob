identification division.
program-id. alumrpt.

*> Longitudinal alumni outcomes report, run after the monthly
*> follow-up step: for each programme, every completion cohort
*> (the year the match ended) at each follow-up stage - how many
*> checks fell due, how many could be asked, how many answered,
*> the response rate, and where the answers say the alumni are:
*> education, employment, training, not in any of them (NEET) or
*> other. The EET figure is education, employment and training
*> together as a share of the answers - the number the funders
*> ask for a year on. Each programme closes with its totals per
*> stage across all cohorts, and the report with the totals across
*> all programmes. Read entirely off ALUMNI-FOLLOWUP, which carries
*> the programme and completion date.

environment division.
input-output section.
file-control.
   select followup-file assign to "data/alumfup.dat"
   organization is indexed
   access mode is dynamic
   record key is alf-key
   file status is af-status.

   select alumni-report assign to "data/alumrpt.txt"
   organization is line sequential
   file status is rpt-status.

   select followup-sort assign to "data/alumrpt.srt".

data division.
file section.
fd followup-file.
copy "alfurec.cpy".

fd alumni-report.
01 report-line           pic x(160).

sd followup-sort.
01 followup-sort-record.
   05 srt-prog             pic x(4).
   05 srt-cohort           pic x(4).
   05 srt-stage            pic 9(2).
   05 srt-status           pic x(1).
   05 srt-destination      pic x(1).

working-storage section.
01 af-status            pic xx.
01 rpt-status           pic xx.
01 ws-eof               pic x value "N".
   88 at-eof                value "Y".
01 ws-sort-eof          pic x value "N".
   88 at-sort-eof           value "Y".

01 ws-run-date          pic x(8).

*> Counts at three levels: 1 the cohort and stage in hand, 2 the
*> programme's stage totals (6 then 12), 3 the report's stage
*> totals. The destination counts run E, M, T, N, O.
01 ws-count-table.
   05 ws-count-level occurs 3 times.
      10 ws-count-stage occurs 2 times.
         15 ws-cnt-due        pic 9(6).
         15 ws-cnt-not-asked  pic 9(6).
         15 ws-cnt-answered   pic 9(6).
         15 ws-cnt-dest       pic 9(6) occurs 5 times.
01 ws-lvl               pic 9(1).
01 ws-stg               pic 9(1).
01 ws-d                 pic 9(1).
01 ws-add-lvl           pic 9(1).

01 ws-cur-prog          pic x(4).
01 ws-cur-cohort        pic x(4).
01 ws-cur-stage         pic 9(2).
01 ws-prog-open         pic x value "N".
01 ws-line-open         pic x value "N".
01 ws-prog-label        pic x(6).
01 ws-line-label        pic x(20).
01 ws-asked             pic 9(6).
01 ws-rate              pic 9(3).
01 ws-eet               pic 9(6).
01 ws-eet-rate          pic 9(3).

*> Run-control accounting (0 clean, 12 when the follow-up file is
*> unreadable; no file yet is an empty report).
01 ws-start-time        pic x(8).
01 ws-step-name         pic x(8) value "ALUMRPT".
01 ws-report-file       pic x(64) value "data/alumrpt.txt".
01 ws-outcome           pic x(8).
01 ws-rl-read           pic 9(8) value 0.
01 ws-rl-written        pic 9(8) value 0.
01 ws-rl-reject         pic 9(8) value 0.

procedure division.
main-line.
    accept ws-start-time from time
    accept ws-run-date from date yyyymmdd

    open input followup-file
    if af-status not = "00" and af-status not = "35"
        display "alumrpt: follow-up file not available, status "
            af-status
        move "error" to ws-outcome
        move 12 to return-code
        perform write-run-record
        go to main-line-exit
    end-if
    initialize ws-count-table

    open output alumni-report
    move "alumni follow-up - longitudinal outcomes by programme"
        to report-line
    write report-line
    move spaces to report-line
    string "as at " ws-run-date
        "  - EET is education + employment + training as % of answers"
        delimited by size into report-line
    end-string
    write report-line

    sort followup-sort
        on ascending key srt-prog srt-cohort srt-stage
        input procedure is release-follow-ups
        output procedure is total-by-programme

    move spaces to report-line
    write report-line
    move "all programmes" to report-line
    write report-line
    move 3 to ws-lvl
    move "  all cohorts  6 mo" to ws-line-label
    move 1 to ws-stg
    perform write-count-line
    move "  all cohorts 12 mo" to ws-line-label
    move 2 to ws-stg
    perform write-count-line
    close alumni-report
    call "rptgen" using by reference ws-report-file ws-step-name

    if af-status = "00"
        close followup-file
    end-if
    move "ok" to ws-outcome
    perform write-run-record.

main-line-exit.
    exit program.

write-run-record.
    call "runlog" using by reference
        ws-step-name ws-start-time
        ws-rl-read ws-rl-written ws-rl-reject ws-outcome.

release-follow-ups.
    if af-status = "00"
        perform release-one-follow-up until at-eof
    end-if.

release-one-follow-up.
    read followup-file next record
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof
        add 1 to ws-rl-read
        move alf-programme to srt-prog
        move alf-end-date(1:4) to srt-cohort
        move alf-stage to srt-stage
        move alf-status to srt-status
        move alf-destination to srt-destination
        release followup-sort-record
    end-if.

total-by-programme.
    move "N" to ws-sort-eof
    perform total-one-follow-up until at-sort-eof
    if ws-line-open = "Y"
        perform write-cohort-line
    end-if
    if ws-prog-open = "Y"
        perform write-programme-totals
    end-if.

total-one-follow-up.
    return followup-sort
        at end
            move "Y" to ws-sort-eof
    end-return

    if not at-sort-eof
        if ws-line-open = "Y"
           and (srt-prog not = ws-cur-prog
                or srt-cohort not = ws-cur-cohort
                or srt-stage not = ws-cur-stage)
            perform write-cohort-line
            move "N" to ws-line-open
        end-if
        if ws-prog-open = "Y" and srt-prog not = ws-cur-prog
            perform write-programme-totals
            move "N" to ws-prog-open
        end-if
        if ws-prog-open = "N"
            move srt-prog to ws-cur-prog
            move "Y" to ws-prog-open
            initialize ws-count-level(2)
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
        end-if
        if ws-line-open = "N"
            move srt-cohort to ws-cur-cohort
            move srt-stage to ws-cur-stage
            move "Y" to ws-line-open
            initialize ws-count-level(1)
        end-if

        if srt-stage = 12
            move 2 to ws-stg
        else
            move 1 to ws-stg
        end-if
        perform add-follow-up varying ws-add-lvl from 1 by 1
            until ws-add-lvl > 3
    end-if.

add-follow-up.
    add 1 to ws-cnt-due(ws-add-lvl, ws-stg)
    evaluate srt-status
        when "S"
            add 1 to ws-cnt-not-asked(ws-add-lvl, ws-stg)
        when "R"
            add 1 to ws-cnt-answered(ws-add-lvl, ws-stg)
            evaluate srt-destination
                when "E"
                    add 1 to ws-cnt-dest(ws-add-lvl, ws-stg, 1)
                when "M"
                    add 1 to ws-cnt-dest(ws-add-lvl, ws-stg, 2)
                when "T"
                    add 1 to ws-cnt-dest(ws-add-lvl, ws-stg, 3)
                when "N"
                    add 1 to ws-cnt-dest(ws-add-lvl, ws-stg, 4)
                when other
                    add 1 to ws-cnt-dest(ws-add-lvl, ws-stg, 5)
            end-evaluate
    end-evaluate.

write-cohort-line.
    add 1 to ws-rl-written
    move 1 to ws-lvl
    if ws-cur-stage = 12
        move 2 to ws-stg
    else
        move 1 to ws-stg
    end-if
    move spaces to ws-line-label
    string "  cohort " ws-cur-cohort " " ws-cur-stage " mo"
        delimited by size into ws-line-label
    end-string
    perform write-count-line.

write-programme-totals.
    move 2 to ws-lvl
    move "  all cohorts  6 mo" to ws-line-label
    move 1 to ws-stg
    perform write-count-line
    move "  all cohorts 12 mo" to ws-line-label
    move 2 to ws-stg
    perform write-count-line.

*> One line of figures for the level and stage in hand.
write-count-line.
    compute ws-asked = ws-cnt-due(ws-lvl, ws-stg)
        - ws-cnt-not-asked(ws-lvl, ws-stg)
    move 0 to ws-rate ws-eet-rate
    if ws-asked > 0
        compute ws-rate rounded =
            ws-cnt-answered(ws-lvl, ws-stg) * 100 / ws-asked
    end-if
    compute ws-eet = ws-cnt-dest(ws-lvl, ws-stg, 1)
        + ws-cnt-dest(ws-lvl, ws-stg, 2)
        + ws-cnt-dest(ws-lvl, ws-stg, 3)
    if ws-cnt-answered(ws-lvl, ws-stg) > 0
        compute ws-eet-rate rounded =
            ws-eet * 100 / ws-cnt-answered(ws-lvl, ws-stg)
    end-if
    move spaces to report-line
    string
        ws-line-label
        " due " ws-cnt-due(ws-lvl, ws-stg)
        " asked " ws-asked
        " answered " ws-cnt-answered(ws-lvl, ws-stg)
        " rate " ws-rate "%"
        "  educ " ws-cnt-dest(ws-lvl, ws-stg, 1)
        " empl " ws-cnt-dest(ws-lvl, ws-stg, 2)
        " trng " ws-cnt-dest(ws-lvl, ws-stg, 3)
        " neet " ws-cnt-dest(ws-lvl, ws-stg, 4)
        " other " ws-cnt-dest(ws-lvl, ws-stg, 5)
        "  EET " ws-eet-rate "%"
        delimited by size into report-line
    end-string
    write report-line.

end program alumrpt.
