identification division.
program-id. mentret.

*> Quarterly mentor retention report - how long mentors stay and
*> why they go, so recruitment spend can go on keeping mentors as
*> well as finding them. Mentors are grouped into cohorts by the
*> month they enrolled (the enrolment intake log's date, the person
*> taken off PERSON-MASTER; merged duplicates are left out). For
*> each cohort from the last MENTRET_MONTHS months (default 36):
*>   enrolled       mentors who enrolled that month
*>   active         still active today, of whom "lapsed" have no
*>                  cleared, in-date vetting - on the books but not
*>                  able to mentor, the quiet way mentors are lost
*>   withdrawn      withdrawn through the withdrawal transaction
*>   at 3/6/12/24m  of the mentors enrolled long enough ago (91,
*>                  182, 365 and 730 days), how many had not
*>                  withdrawn by then, and the percentage
*>   leavers        mean tenure in days, the mean sessions they
*>                  delivered before leaving (off the session log
*>                  with corrections applied, as the statements
*>                  count them), and how many left without ever
*>                  being matched
*> Then the withdrawal reasons, tallied from the person record's
*> withdrawal reason - under each cohort and across all of them.
*> Mean tenure for mentors still active runs to today, so it is
*> shown separately from the leavers' completed tenure.

environment division.
input-output section.
file-control.
   select mentor-enrolment assign to "data/enrolment.dat"
   organization is line sequential
   file status is en-status.

   select person-master assign to "data/personmst.dat"
   organization is indexed
   access mode is dynamic
   record key is person-id
   file status is pm-status.

   select vetting-file assign to "data/vetting.dat"
   organization is indexed
   access mode is dynamic
   record key is vet-person-id
   file status is vt-status.

   select match-file assign to "data/match.dat"
   organization is indexed
   access mode is dynamic
   record key is match-id
   alternate record key is match-mentor-id with duplicates
   alternate record key is match-mentee-id with duplicates
   file status is mt-status.

   select session-log assign to "data/sessions.dat"
   organization is indexed
   access mode is dynamic
   record key is sess-id
   alternate record key is sess-pair-key with duplicates
   file status is sn-status.

   select session-adjust assign to "data/sessadj.dat"
   organization is line sequential
   file status is aj-status.

   select reason-hold assign to "data/mentret.hld"
   organization is line sequential
   file status is rh-status.

   select retention-report assign to "data/mentret.txt"
   organization is line sequential
   file status is rpt-status.

   select mentor-sort assign to "data/mentret.srt".
   select reason-sort assign to "data/mentrsn.srt".

data division.
file section.
fd mentor-enrolment.
copy "enrolrec.cpy".

fd person-master.
copy "personrec.cpy".

fd vetting-file.
copy "vettrec.cpy".

fd match-file.
copy "matchrec.cpy".

fd session-log.
copy "sessnrec.cpy".

fd session-adjust.
copy "sessadjr.cpy".

fd reason-hold.
01 reason-hold-record.
   05 rh-cohort            pic x(6).
   05 rh-reason            pic x(40).

fd retention-report.
01 report-line           pic x(160).

sd mentor-sort.
01 mentor-sort-record.
   05 srt-cohort           pic x(6).
   05 srt-mentor-id        pic x(10).
   05 srt-withdrawn        pic x(1).
   05 srt-lapsed           pic x(1).
   05 srt-tenure-days      pic 9(6).
   05 srt-enrolled-days    pic 9(6).
   05 srt-sessions         pic 9(6).
   05 srt-ever-matched     pic x(1).

sd reason-sort.
01 reason-sort-record.
   05 rsr-cohort           pic x(6).
   05 rsr-reason           pic x(40).

working-storage section.
01 en-status            pic xx.
01 pm-status            pic xx.
01 vt-status            pic xx.
01 mt-status            pic xx.
01 sn-status            pic xx.
01 aj-status            pic xx.
01 rh-status            pic xx.
01 rpt-status           pic xx.
01 ws-eof               pic x value "N".
   88 at-eof                value "Y".
01 ws-eof-sess          pic x value "N".
   88 at-eof-sess           value "Y".
01 ws-eof-adj           pic x value "N".
   88 at-eof-adj            value "Y".
01 ws-eof-match         pic x value "N".
   88 at-eof-match          value "Y".
01 ws-sort-eof          pic x value "N".
   88 at-sort-eof           value "Y".
01 ws-vetting-open      pic x value "N".
   88 vetting-available    value "Y".

01 ws-run-date          pic x(8).
01 ws-run-split redefines ws-run-date.
   05 ws-run-year       pic 9(4).
   05 ws-run-month      pic 9(2).
   05 ws-run-day        pic 9(2).
01 ws-months-env        pic x(10).
01 ws-months-back       pic 9(3) value 36.
01 ws-total-months      pic 9(6).
01 ws-first-cohort      pic x(6).
01 ws-first-year        pic 9(4).
01 ws-first-month       pic 9(2).
01 ws-date-numeric      pic 9(8).
01 ws-run-day-int       pic 9(8).
01 ws-enrol-day-int     pic 9(8).
01 ws-end-day-int       pic 9(8).

*> The session tally for one mentor, corrections applied the way
*> the certificate run and the statements apply them.
01 ws-tally-mentor      pic x(10).
01 ws-tally-sessions    pic 9(6).
01 ws-tally-cutoff      pic x(8).
01 ws-sess-voided       pic x value "N".
   88 session-is-voided     value "Y".
01 ws-eff-date          pic x(8).
01 ws-matched           pic x value "N".
   88 mentor-was-matched   value "Y".

*> Milestones in days since enrolment: 3, 6, 12 and 24 months.
01 ws-milestone-values.
   05 filler            pic 9(3) value 91.
   05 filler            pic 9(3) value 182.
   05 filler            pic 9(3) value 365.
   05 filler            pic 9(3) value 730.
01 ws-milestone-table redefines ws-milestone-values.
   05 ws-milestone      pic 9(3) occurs 4 times.
01 ws-ms                pic 9(1).
01 ws-lvl               pic 9(1).

*> Counts per cohort (level 1) and across the report (level 2).
01 ws-count-table.
   05 ws-count-level occurs 2 times.
      10 ws-cnt-enrolled      pic 9(6).
      10 ws-cnt-active        pic 9(6).
      10 ws-cnt-lapsed        pic 9(6).
      10 ws-cnt-withdrawn     pic 9(6).
      10 ws-cnt-eligible      pic 9(6) occurs 4 times.
      10 ws-cnt-retained      pic 9(6) occurs 4 times.
      10 ws-sum-leaver-days   pic 9(9).
      10 ws-sum-leaver-sess   pic 9(9).
      10 ws-cnt-never-matched pic 9(6).
      10 ws-sum-active-days   pic 9(9).
01 ws-cur-cohort        pic x(6).
01 ws-cohort-open       pic x value "N".
01 ws-cohort-count      pic 9(6) value 0.
01 ws-label             pic x(14).
01 ws-pct               pic 9(3).
01 ws-mean-days         pic 9(6).
01 ws-active-days       pic 9(6).
01 ws-mean-sess         pic 9(4)v9.
01 ws-mean-sess-edit    pic zzz9.9.
01 ws-ms-text           pic x(22).
01 ws-ms-line           pic x(100).
01 ws-ms-pos            pic 9(3).

*> Reason tally control break.
01 ws-reason-count      pic 9(6).
01 ws-cur-reason        pic x(40).
01 ws-reason-cohort     pic x(6).
01 ws-reason-open       pic x value "N".
01 ws-by-cohort         pic x value "Y".
   88 reasons-by-cohort    value "Y".

*> Run-control accounting (0 clean, 12 when the enrolment log or
*> PERSON-MASTER cannot be read).
01 ws-start-time        pic x(8).
01 ws-step-name         pic x(8) value "MENTRET".
01 ws-report-file       pic x(64) value "data/mentret.txt".
01 ws-outcome           pic x(8).
01 ws-rl-read           pic 9(8) value 0.
01 ws-rl-written        pic 9(8) value 0.
01 ws-rl-reject         pic 9(8) value 0.

procedure division.
main-line.
    accept ws-start-time from time
    accept ws-run-date from date yyyymmdd

    move spaces to ws-months-env
    accept ws-months-env from environment "MENTRET_MONTHS"
    if function trim(ws-months-env) is numeric
       and function length(function trim(ws-months-env)) <= 3
        move function trim(ws-months-env) to ws-months-back
    end-if
    *> First cohort month, counted back the way the recruitment
    *> report counts its default month.
    compute ws-total-months = ws-run-year * 12 + ws-run-month - 1
        - ws-months-back + 1
    compute ws-first-year = ws-total-months / 12
    compute ws-first-month = ws-total-months - (ws-first-year * 12) + 1
    move ws-first-year to ws-first-cohort(1:4)
    move ws-first-month to ws-first-cohort(5:2)

    move ws-run-date to ws-date-numeric
    move function integer-of-date(ws-date-numeric) to ws-run-day-int

    open input mentor-enrolment
    if en-status not = "00"
        display "mentret: enrolment log not available, status "
            en-status
        move "error" to ws-outcome
        move 12 to return-code
        perform write-run-record
        go to main-line-exit
    end-if
    open input person-master
    if pm-status not = "00"
        display "mentret: PERSON-MASTER not available, status "
            pm-status
        close mentor-enrolment
        move "error" to ws-outcome
        move 12 to return-code
        perform write-run-record
        go to main-line-exit
    end-if
    open input vetting-file
    if vt-status = "00"
        move "Y" to ws-vetting-open
    end-if
    initialize ws-count-table

    open output retention-report
    move "mentor retention - cohorts by enrolment month" to report-line
    write report-line
    move spaces to report-line
    string "as at " ws-run-date "  cohorts from " ws-first-cohort
        "  - at 3/6/12/24m: not withdrawn / enrolled long enough (%)"
        delimited by size into report-line
    end-string
    write report-line
    move spaces to report-line
    write report-line

    open output reason-hold
    sort mentor-sort
        on ascending key srt-cohort srt-mentor-id
        input procedure is release-mentors
        output procedure is total-by-cohort
    close reason-hold

    move spaces to report-line
    write report-line
    move "all cohorts" to ws-label
    move 2 to ws-lvl
    perform write-cohort-lines

    move spaces to report-line
    write report-line
    move "withdrawal reasons by cohort" to report-line
    write report-line
    move "Y" to ws-by-cohort
    sort reason-sort
        on ascending key rsr-cohort rsr-reason
        input procedure is pass-reasons
        output procedure is tally-reasons

    move spaces to report-line
    write report-line
    move "withdrawal reasons - all cohorts" to report-line
    write report-line
    move "N" to ws-by-cohort
    sort reason-sort
        on ascending key rsr-reason
        input procedure is pass-reasons
        output procedure is tally-reasons

    close retention-report
    call "rptgen" using by reference ws-report-file ws-step-name
    close mentor-enrolment person-master
    if vetting-available
        close vetting-file
    end-if

    move ws-cohort-count to ws-rl-written
    move "ok" to ws-outcome
    perform write-run-record.

main-line-exit.
    exit program.

write-run-record.
    call "runlog" using by reference
        ws-step-name ws-start-time
        ws-rl-read ws-rl-written ws-rl-reject ws-outcome.

*> Sort input side: one line per mentor enrolment inside the window,
*> with what became of them worked out here.
release-mentors.
    perform release-one-enrolment until at-eof.

release-one-enrolment.
    read mentor-enrolment
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof
        add 1 to ws-rl-read
        if enrol-date is numeric
           and enrol-date(1:6) >= ws-first-cohort
            move enrol-id to person-id
            read person-master key is person-id
                invalid key
                    continue
                not invalid key
                    if (person-is-mentor or person-is-both)
                       and not person-is-superseded
                        perform release-one-mentor
                    end-if
            end-read
        end-if
    end-if.

release-one-mentor.
    move enrol-date(1:6) to srt-cohort
    move person-id to srt-mentor-id
    move enrol-date to ws-date-numeric
    move function integer-of-date(ws-date-numeric) to ws-enrol-day-int

    move ws-run-day-int to ws-end-day-int
    move "N" to srt-withdrawn
    move "N" to srt-lapsed
    move "N" to srt-ever-matched
    move 0 to srt-sessions
    if person-is-withdrawn
        move "Y" to srt-withdrawn
        if person-withdrawal-date is numeric
            move person-withdrawal-date to ws-date-numeric
            move function integer-of-date(ws-date-numeric)
                to ws-end-day-int
        end-if
    else
        perform check-vetting-lapsed
    end-if
    move 0 to srt-tenure-days srt-enrolled-days
    if ws-end-day-int > ws-enrol-day-int
        compute srt-tenure-days = ws-end-day-int - ws-enrol-day-int
    end-if
    if ws-run-day-int > ws-enrol-day-int
        compute srt-enrolled-days = ws-run-day-int - ws-enrol-day-int
    end-if

    *> What a leaver delivered before going, and whether they were
    *> ever paired at all - sessions show they were, so the match
    *> file is only scanned for a leaver with none.
    if srt-withdrawn = "Y"
        move person-id to ws-tally-mentor
        move person-withdrawal-date to ws-tally-cutoff
        if person-withdrawal-date is not numeric
            move ws-run-date to ws-tally-cutoff
        end-if
        perform tally-mentor-sessions
        move ws-tally-sessions to srt-sessions
        if ws-tally-sessions > 0
            move "Y" to srt-ever-matched
        else
            perform check-ever-matched
            if mentor-was-matched
                move "Y" to srt-ever-matched
            end-if
        end-if
        if person-withdrawal-reason = spaces
            move "(no reason given)" to rh-reason
        else
            move function lower-case(person-withdrawal-reason)
                to rh-reason
        end-if
        move srt-cohort to rh-cohort
        write reason-hold-record
    end-if
    release mentor-sort-record.

check-vetting-lapsed.
    move "Y" to srt-lapsed
    if vetting-available
        move person-id to vet-person-id
        read vetting-file key is vet-person-id
            invalid key
                continue
            not invalid key
                if vet-is-cleared and vet-expiry-date >= ws-run-date
                    move "N" to srt-lapsed
                end-if
        end-read
    end-if.

tally-mentor-sessions.
    move 0 to ws-tally-sessions
    move "N" to ws-eof-sess
    open input session-log
    if sn-status = "00"
        move ws-tally-mentor to sess-mentor-id
        move low-values to sess-mentee-id
        start session-log key not less than sess-pair-key
            invalid key
                move "Y" to ws-eof-sess
        end-start
        perform tally-one-session until at-eof-sess
        close session-log
    end-if.

tally-one-session.
    read session-log next record
        at end
            move "Y" to ws-eof-sess
    end-read

    if not at-eof-sess and sess-mentor-id not = ws-tally-mentor
        move "Y" to ws-eof-sess
    end-if

    if not at-eof-sess
        perform apply-adjustments
        if not session-is-voided and ws-eff-date <= ws-tally-cutoff
            add 1 to ws-tally-sessions
        end-if
    end-if.

apply-adjustments.
    move "N" to ws-sess-voided
    move sess-date to ws-eff-date

    if sess-id not = spaces
        move "N" to ws-eof-adj
        open input session-adjust
        if aj-status = "00"
            perform apply-one-adjustment until at-eof-adj
            close session-adjust
        end-if
    end-if.

apply-one-adjustment.
    read session-adjust
        at end
            move "Y" to ws-eof-adj
    end-read

    if not at-eof-adj and adj-sess-id = sess-id
        if adj-is-void
            move "Y" to ws-sess-voided
        end-if
        if adj-is-amend
            move "N" to ws-sess-voided
            if adj-new-date not = spaces
                move adj-new-date to ws-eff-date
            end-if
        end-if
    end-if.

*> A match that went live (active now, or ended) counts; proposals,
*> offers declined or lapsed and rejected proposals do not.
check-ever-matched.
    move "N" to ws-matched
    move "N" to ws-eof-match
    open input match-file
    if mt-status = "00"
        move ws-tally-mentor to match-mentor-id
        start match-file key not less than match-mentor-id
            invalid key
                move "Y" to ws-eof-match
        end-start
        perform check-one-match until at-eof-match or mentor-was-matched
        close match-file
    end-if.

check-one-match.
    read match-file next record
        at end
            move "Y" to ws-eof-match
    end-read
    if not at-eof-match and match-mentor-id not = ws-tally-mentor
        move "Y" to ws-eof-match
    end-if
    if not at-eof-match
       and (match-is-active or match-is-ended)
        move "Y" to ws-matched
    end-if.

*> Sort output side: one cohort at a time.
total-by-cohort.
    move "N" to ws-sort-eof
    perform total-one-mentor until at-sort-eof
    if ws-cohort-open = "Y"
        perform write-cohort
    end-if.

total-one-mentor.
    return mentor-sort
        at end
            move "Y" to ws-sort-eof
    end-return

    if not at-sort-eof
        if ws-cohort-open = "Y" and srt-cohort not = ws-cur-cohort
            perform write-cohort
            move "N" to ws-cohort-open
        end-if
        if ws-cohort-open = "N"
            move srt-cohort to ws-cur-cohort
            move "Y" to ws-cohort-open
            initialize ws-count-level(1)
        end-if
        perform add-mentor varying ws-lvl from 1 by 1
            until ws-lvl > 2
    end-if.

add-mentor.
    add 1 to ws-cnt-enrolled(ws-lvl)
    if srt-withdrawn = "Y"
        add 1 to ws-cnt-withdrawn(ws-lvl)
        add srt-tenure-days to ws-sum-leaver-days(ws-lvl)
        add srt-sessions to ws-sum-leaver-sess(ws-lvl)
        if srt-ever-matched not = "Y"
            add 1 to ws-cnt-never-matched(ws-lvl)
        end-if
    else
        add 1 to ws-cnt-active(ws-lvl)
        add srt-tenure-days to ws-sum-active-days(ws-lvl)
        if srt-lapsed = "Y"
            add 1 to ws-cnt-lapsed(ws-lvl)
        end-if
    end-if
    perform add-milestone varying ws-ms from 1 by 1 until ws-ms > 4.

*> Days enrolled to today decides whether the mentor has reached the
*> milestone at all; a leaver is retained at it only if their
*> tenure ran past it.
add-milestone.
    if srt-enrolled-days >= ws-milestone(ws-ms)
        add 1 to ws-cnt-eligible(ws-lvl, ws-ms)
        if srt-withdrawn = "N" or srt-tenure-days >= ws-milestone(ws-ms)
            add 1 to ws-cnt-retained(ws-lvl, ws-ms)
        end-if
    end-if.

write-cohort.
    add 1 to ws-cohort-count
    move spaces to ws-label
    string "cohort " ws-cur-cohort delimited by size into ws-label
    end-string
    move 1 to ws-lvl
    perform write-cohort-lines.

write-cohort-lines.
    move spaces to ws-ms-line
    move 1 to ws-ms-pos
    perform add-milestone-text varying ws-ms from 1 by 1
        until ws-ms > 4
    move spaces to report-line
    string
        ws-label
        " enrolled " ws-cnt-enrolled(ws-lvl)
        " active " ws-cnt-active(ws-lvl)
        " (lapsed " ws-cnt-lapsed(ws-lvl) ")"
        " withdrawn " ws-cnt-withdrawn(ws-lvl)
        delimited by size into report-line
    end-string
    write report-line
    move spaces to report-line
    string "    still here at " ws-ms-line
        delimited by size into report-line
    end-string
    write report-line

    move 0 to ws-mean-days ws-mean-sess
    if ws-cnt-withdrawn(ws-lvl) > 0
        compute ws-mean-days rounded =
            ws-sum-leaver-days(ws-lvl) / ws-cnt-withdrawn(ws-lvl)
        compute ws-mean-sess rounded =
            ws-sum-leaver-sess(ws-lvl) / ws-cnt-withdrawn(ws-lvl)
    end-if
    move ws-mean-sess to ws-mean-sess-edit
    move 0 to ws-active-days
    if ws-cnt-active(ws-lvl) > 0
        compute ws-active-days rounded =
            ws-sum-active-days(ws-lvl) / ws-cnt-active(ws-lvl)
    end-if
    move spaces to report-line
    string
        "    leavers: mean tenure " ws-mean-days " days"
        "  mean sessions before leaving "
        function trim(ws-mean-sess-edit)
        "  left never matched " ws-cnt-never-matched(ws-lvl)
        "  | still active: mean tenure so far " ws-active-days " days"
        delimited by size into report-line
    end-string
    write report-line.

add-milestone-text.
    move spaces to ws-ms-text
    evaluate ws-ms
        when 1
            move "3m" to ws-ms-text(1:3)
        when 2
            move "6m" to ws-ms-text(1:3)
        when 3
            move "12m" to ws-ms-text(1:3)
        when 4
            move "24m" to ws-ms-text(1:3)
    end-evaluate
    if ws-cnt-eligible(ws-lvl, ws-ms) = 0
        move "-" to ws-ms-text(5:1)
    else
        compute ws-pct rounded = ws-cnt-retained(ws-lvl, ws-ms) * 100
            / ws-cnt-eligible(ws-lvl, ws-ms)
        string ws-cnt-retained(ws-lvl, ws-ms) "/"
            ws-cnt-eligible(ws-lvl, ws-ms) " " ws-pct "%"
            delimited by size into ws-ms-text(5:)
        end-string
    end-if
    move ws-ms-text to ws-ms-line(ws-ms-pos:22)
    add 25 to ws-ms-pos.

*> Reason tally: the hold file re-sorted, by cohort and reason or by
*> reason alone.
pass-reasons.
    move "N" to ws-eof
    open input reason-hold
    if rh-status = "00"
        perform pass-one-reason until at-eof
        close reason-hold
    end-if.

pass-one-reason.
    read reason-hold
        at end
            move "Y" to ws-eof
    end-read
    if not at-eof
        if reasons-by-cohort
            move rh-cohort to rsr-cohort
        else
            move spaces to rsr-cohort
        end-if
        move rh-reason to rsr-reason
        release reason-sort-record
    end-if.

tally-reasons.
    move "N" to ws-sort-eof
    move "N" to ws-reason-open
    move spaces to ws-reason-cohort
    perform tally-one-reason until at-sort-eof
    if ws-reason-open = "Y"
        perform write-reason-line
    end-if.

tally-one-reason.
    return reason-sort
        at end
            move "Y" to ws-sort-eof
    end-return

    if not at-sort-eof
        if ws-reason-open = "Y"
           and (rsr-reason not = ws-cur-reason
                or rsr-cohort not = ws-reason-cohort)
            perform write-reason-line
            move "N" to ws-reason-open
        end-if
        if reasons-by-cohort and rsr-cohort not = ws-reason-cohort
            move spaces to report-line
            string "  cohort " rsr-cohort delimited by size
                into report-line
            end-string
            write report-line
        end-if
        if ws-reason-open = "N"
            move rsr-reason to ws-cur-reason
            move rsr-cohort to ws-reason-cohort
            move "Y" to ws-reason-open
            move 0 to ws-reason-count
        end-if
        add 1 to ws-reason-count
    end-if.

write-reason-line.
    move spaces to report-line
    string "    " ws-reason-count "  " ws-cur-reason
        delimited by size into report-line
    end-string
    write report-line.

end program mentret.
