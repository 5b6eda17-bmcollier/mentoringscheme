identification division.
program-id. scorerpt.

*> Matching score analysis - whether the pairings the matching run
*> scored highly do any better than the ones it scored low, so the
*> weights in the matching run can be argued about on evidence.
*> Every pairing that went live (active now, or ended) is banded on
*> the score the matching run kept on its MATCH record:
*>   0-19, 20-39, 40-59, 60-79, 80 and over, and "unscored" for a
*>   reassignment successor (its mentor was chosen by hand) or a
*>   record written before the score was kept.
*> For each band:
*>   matches        pairings in the band, how many were drawn from a
*>                  neighbouring town, how many are still active
*>   ended          how many have ended, with the completion and
*>                  breakdown rates as a percentage of those ended
*>                  (withdrawals make up the rest)
*>   sess/month     sessions delivered per month live, off the
*>                  session log with corrections applied; a pairing
*>                  is live from its offer date (the match date on
*>                  older records) to its end date, or today
*>   movement       the mean distance-travelled movement - first to
*>                  latest progress score, as the outcomes report
*>                  measures it - over the pairings with at least two
*>                  scored sessions (one score is no movement to
*>                  speak of)
*>   mean i/a/g     the mean score components: shared interests,
*>                  shared availability slots and age-gap points
*> The pairings counted can be cut to those proposed between
*> SCORERPT_FROM and SCORERPT_TO (yyyymmdd); by default every pairing
*> on file is counted, since the point is the longest record there
*> is.

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

   select session-log assign to "data/sessions.dat"
   organization is indexed
   access mode is dynamic
   record key is sess-id
   alternate record key is sess-pair-key with duplicates
   file status is sn-status.

   select session-adjust assign to "data/sessadj.dat"
   organization is line sequential
   file status is aj-status.

   select score-report assign to "data/scorerpt.txt"
   organization is line sequential
   file status is rpt-status.

data division.
file section.
fd match-file.
copy "matchrec.cpy".

fd session-log.
copy "sessnrec.cpy".

fd session-adjust.
copy "sessadjr.cpy".

fd score-report.
01 report-line           pic x(132).

working-storage section.
01 mt-status            pic xx.
01 sn-status            pic xx.
01 aj-status            pic xx.
01 rpt-status           pic xx.
01 ws-eof               pic x value "N".
   88 at-eof                value "Y".
01 ws-eof-sess          pic x value "N".
   88 at-eof-sess           value "Y".
01 ws-eof-adj           pic x value "N".
   88 at-eof-adj            value "Y".
01 ws-log-open          pic x value "N".
   88 log-available        value "Y".

01 ws-run-date          pic x(8).
01 ws-from-date         pic x(8).
01 ws-to-date           pic x(8).
01 ws-from-env          pic x(10).
01 ws-to-env            pic x(10).

*> One slot per band - 1 to 5 the score bands, 6 the unscored.
01 ws-band-table.
   05 ws-band occurs 6 times.
      10 ws-bd-matches      pic 9(6).
      10 ws-bd-adjacent     pic 9(6).
      10 ws-bd-active       pic 9(6).
      10 ws-bd-ended        pic 9(6).
      10 ws-bd-completed    pic 9(6).
      10 ws-bd-breakdown    pic 9(6).
      10 ws-bd-sessions     pic 9(8).
      10 ws-bd-live-days    pic 9(10).
      10 ws-bd-moved-pairs  pic 9(6).
      10 ws-bd-movement     pic s9(8).
      10 ws-bd-int-total    pic 9(8).
      10 ws-bd-avl-total    pic 9(8).
      10 ws-bd-age-total    pic 9(8).
01 ws-bx                pic 9(1).
01 ws-band-label        pic x(10).

*> The pairing being measured.
01 ws-live-from         pic x(8).
01 ws-live-to           pic x(8).
01 ws-date-numeric      pic 9(8).
01 ws-from-int          pic 9(8).
01 ws-to-int            pic 9(8).
01 ws-live-days         pic 9(6).
01 ws-pair-sessions     pic 9(6).
01 ws-scored-count      pic 9(4).
01 ws-first-date        pic x(8).
01 ws-last-date         pic x(8).
01 ws-first-score       pic 9(2).
01 ws-last-score        pic 9(2).
01 ws-score-num         pic 9(2).

*> Effective session view after corrections (same latest-wins rule
*> as the attendance report).
01 ws-sess-voided       pic x value "N".
   88 session-is-voided     value "Y".
01 ws-eff-date          pic x(8).
01 ws-eff-mentee        pic x(10).

*> Figures for one band line.
01 ws-pct-completed     pic 9(3).
01 ws-pct-breakdown     pic 9(3).
01 ws-per-month         pic 9(3)v9.
01 ws-mean-movement     pic s9(3)v9.
01 ws-mean-int          pic 9(2)v9.
01 ws-mean-avl          pic 9(2)v9.
01 ws-mean-age          pic 9(2)v9.
01 ws-matches-ed        pic z(5)9.
01 ws-adjacent-ed       pic z(5)9.
01 ws-active-ed         pic z(5)9.
01 ws-ended-ed          pic z(5)9.
01 ws-pct-completed-ed  pic zz9.
01 ws-pct-breakdown-ed  pic zz9.
01 ws-per-month-ed      pic zz9.9.
01 ws-moved-pairs-ed    pic z(5)9.
01 ws-mean-movement-ed  pic +zz9.9.
01 ws-mean-int-ed       pic z9.9.
01 ws-mean-avl-ed       pic z9.9.
01 ws-mean-age-ed       pic z9.9.
01 ws-counted           pic 9(6) value 0.

*> Run-control accounting (0 clean, 12 when the MATCH file is
*> unavailable).
01 ws-start-time        pic x(8).
01 ws-step-name         pic x(8) value "SCORERPT".
01 ws-report-file       pic x(64) value "data/scorerpt.txt".
01 ws-outcome           pic x(8).
01 ws-rl-read           pic 9(8) value 0.
01 ws-rl-written        pic 9(8) value 0.
01 ws-rl-reject         pic 9(8) value 0.

procedure division.
main-line.
    accept ws-start-time from time
    accept ws-run-date from date yyyymmdd

    move spaces to ws-from-env ws-to-env
    accept ws-from-env from environment "SCORERPT_FROM"
    accept ws-to-env from environment "SCORERPT_TO"
    if function trim(ws-from-env) is numeric
       and function length(function trim(ws-from-env)) = 8
        move function trim(ws-from-env) to ws-from-date
    else
        move "00000000" to ws-from-date
    end-if
    if function trim(ws-to-env) is numeric
       and function length(function trim(ws-to-env)) = 8
        move function trim(ws-to-env) to ws-to-date
    else
        move ws-run-date to ws-to-date
    end-if

    open input match-file
    if mt-status not = "00"
        display "scorerpt: MATCH file not available, status " mt-status
        move "error" to ws-outcome
        move 12 to return-code
        perform write-run-record
        go to main-line-exit
    end-if
    *> No session log yet just means nobody has met.
    open input session-log
    if sn-status = "00"
        move "Y" to ws-log-open
    end-if

    initialize ws-band-table
    perform measure-one-match until at-eof

    close match-file
    if log-available
        close session-log
    end-if

    perform write-score-report

    move ws-counted to ws-rl-written
    move "ok" to ws-outcome
    perform write-run-record.

main-line-exit.
    exit program.

write-run-record.
    call "runlog" using by reference
        ws-step-name ws-start-time
        ws-rl-read ws-rl-written ws-rl-reject ws-outcome.

measure-one-match.
    read match-file next record
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof
        add 1 to ws-rl-read
        if (match-is-active or match-is-ended)
           and match-date >= ws-from-date
           and match-date <= ws-to-date
            perform count-one-pairing
        end-if
    end-if.

count-one-pairing.
    add 1 to ws-counted
    evaluate true
        when not match-is-scored
            move 6 to ws-bx
        when match-score < 20
            move 1 to ws-bx
        when match-score < 40
            move 2 to ws-bx
        when match-score < 60
            move 3 to ws-bx
        when match-score < 80
            move 4 to ws-bx
        when other
            move 5 to ws-bx
    end-evaluate

    add 1 to ws-bd-matches(ws-bx)
    if match-is-adjacent
        add 1 to ws-bd-adjacent(ws-bx)
    end-if
    if match-is-active
        add 1 to ws-bd-active(ws-bx)
    else
        add 1 to ws-bd-ended(ws-bx)
        if match-ended-completed
            add 1 to ws-bd-completed(ws-bx)
        end-if
        if match-ended-breakdown
            add 1 to ws-bd-breakdown(ws-bx)
        end-if
    end-if
    if match-is-scored
        add match-score-int to ws-bd-int-total(ws-bx)
        add match-score-avl to ws-bd-avl-total(ws-bx)
        add match-score-age to ws-bd-age-total(ws-bx)
    end-if

    perform work-out-live-days
    add ws-live-days to ws-bd-live-days(ws-bx)

    perform tally-pairing-sessions
    add ws-pair-sessions to ws-bd-sessions(ws-bx)
    if ws-scored-count > 1
        add 1 to ws-bd-moved-pairs(ws-bx)
        compute ws-bd-movement(ws-bx) = ws-bd-movement(ws-bx)
            + ws-last-score - ws-first-score
    end-if.

*> Live from the offer (the match date on records from before the
*> offer stage) to the end date, or today while still active; a
*> pairing counts at least one day so a same-day end is not lost.
work-out-live-days.
    if match-offer-date is numeric
        move match-offer-date to ws-live-from
    else
        move match-date to ws-live-from
    end-if
    if match-is-ended and match-end-date is numeric
        move match-end-date to ws-live-to
    else
        move ws-run-date to ws-live-to
    end-if
    move 1 to ws-live-days
    if ws-live-from is numeric and ws-live-to > ws-live-from
        move ws-live-from to ws-date-numeric
        move function integer-of-date(ws-date-numeric) to ws-from-int
        move ws-live-to to ws-date-numeric
        move function integer-of-date(ws-date-numeric) to ws-to-int
        compute ws-live-days = ws-to-int - ws-from-int + 1
    end-if.

*> The pairing's sessions, positioned on the pairing key: those that
*> still belong to the pairing after corrections and fall in its live
*> window count, and the earliest and latest progress scores among
*> them give its movement.
tally-pairing-sessions.
    move 0 to ws-pair-sessions ws-scored-count
    move spaces to ws-first-date ws-last-date
    move 0 to ws-first-score ws-last-score
    move "N" to ws-eof-sess
    if log-available
        move match-mentor-id to sess-mentor-id
        move match-mentee-id to sess-mentee-id
        start session-log key not less than sess-pair-key
            invalid key
                move "Y" to ws-eof-sess
        end-start
        perform tally-one-session until at-eof-sess
    end-if.

tally-one-session.
    read session-log next record
        at end
            move "Y" to ws-eof-sess
    end-read

    if not at-eof-sess
       and (sess-mentor-id not = match-mentor-id
            or sess-mentee-id not = match-mentee-id)
        move "Y" to ws-eof-sess
    end-if

    if not at-eof-sess
        perform apply-adjustments
        if not session-is-voided
           and ws-eff-mentee = match-mentee-id
           and ws-eff-date >= ws-live-from
           and ws-eff-date <= ws-live-to
            add 1 to ws-pair-sessions
            if sess-progress not = spaces and sess-progress is numeric
                perform note-progress-score
            end-if
        end-if
    end-if.

note-progress-score.
    move sess-progress to ws-score-num
    add 1 to ws-scored-count
    if ws-scored-count = 1 or ws-eff-date < ws-first-date
        move ws-eff-date to ws-first-date
        move ws-score-num to ws-first-score
    end-if
    if ws-scored-count = 1 or ws-eff-date >= ws-last-date
        move ws-eff-date to ws-last-date
        move ws-score-num to ws-last-score
    end-if.

*> Work out this session's effective view - same latest-wins
*> correction rule as the attendance report: a void drops the
*> session, an amendment overrides date and mentee.
apply-adjustments.
    move "N" to ws-sess-voided
    move sess-date to ws-eff-date
    move sess-mentee-id to ws-eff-mentee

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
            if adj-new-mentee not = spaces
                move adj-new-mentee to ws-eff-mentee
            end-if
        end-if
    end-if.

write-score-report.
    open output score-report
    move "matching score analysis - outcomes by score band"
        to report-line
    write report-line
    move spaces to report-line
    string "run " ws-run-date
        "  pairings proposed " ws-from-date " to " ws-to-date
        delimited by size into report-line
    end-string
    write report-line
    move spaces to report-line
    write report-line
    move spaces to report-line
    string
        "band      matches adjacent  active   ended compl% "
        "brkdn% sess/mth  moved movement  mean i/a/g"
        delimited by size into report-line
    end-string
    write report-line

    perform write-one-band-line
        varying ws-bx from 1 by 1 until ws-bx > 6

    move spaces to report-line
    write report-line
    move spaces to report-line
    string "pairings counted " ws-counted
        delimited by size into report-line
    end-string
    write report-line
    move "completion and breakdown rates are of the pairings ended;"
        to report-line
    write report-line
    move "movement is the mean over pairings with two or more scores."
        to report-line
    write report-line
    close score-report
    call "rptgen" using by reference ws-report-file ws-step-name.

write-one-band-line.
    evaluate ws-bx
        when 1 move "0-19"     to ws-band-label
        when 2 move "20-39"    to ws-band-label
        when 3 move "40-59"    to ws-band-label
        when 4 move "60-79"    to ws-band-label
        when 5 move "80+"      to ws-band-label
        when other move "unscored" to ws-band-label
    end-evaluate

    move 0 to ws-pct-completed ws-pct-breakdown ws-per-month
    move 0 to ws-mean-movement ws-mean-int ws-mean-avl ws-mean-age
    if ws-bd-ended(ws-bx) > 0
        compute ws-pct-completed rounded =
            ws-bd-completed(ws-bx) * 100 / ws-bd-ended(ws-bx)
        compute ws-pct-breakdown rounded =
            ws-bd-breakdown(ws-bx) * 100 / ws-bd-ended(ws-bx)
    end-if
    if ws-bd-live-days(ws-bx) > 0
        compute ws-per-month rounded =
            ws-bd-sessions(ws-bx) * 30.44 / ws-bd-live-days(ws-bx)
    end-if
    if ws-bd-moved-pairs(ws-bx) > 0
        compute ws-mean-movement rounded =
            ws-bd-movement(ws-bx) / ws-bd-moved-pairs(ws-bx)
    end-if
    if ws-bd-matches(ws-bx) > 0 and ws-bx < 6
        compute ws-mean-int rounded =
            ws-bd-int-total(ws-bx) / ws-bd-matches(ws-bx)
        compute ws-mean-avl rounded =
            ws-bd-avl-total(ws-bx) / ws-bd-matches(ws-bx)
        compute ws-mean-age rounded =
            ws-bd-age-total(ws-bx) / ws-bd-matches(ws-bx)
    end-if

    move ws-bd-matches(ws-bx) to ws-matches-ed
    move ws-bd-adjacent(ws-bx) to ws-adjacent-ed
    move ws-bd-active(ws-bx) to ws-active-ed
    move ws-bd-ended(ws-bx) to ws-ended-ed
    move ws-pct-completed to ws-pct-completed-ed
    move ws-pct-breakdown to ws-pct-breakdown-ed
    move ws-per-month to ws-per-month-ed
    move ws-bd-moved-pairs(ws-bx) to ws-moved-pairs-ed
    move ws-mean-movement to ws-mean-movement-ed
    move ws-mean-int to ws-mean-int-ed
    move ws-mean-avl to ws-mean-avl-ed
    move ws-mean-age to ws-mean-age-ed

    move spaces to report-line
    if ws-bx < 6
        string
            ws-band-label " " ws-matches-ed "   " ws-adjacent-ed
            "  " ws-active-ed "  " ws-ended-ed "    "
            ws-pct-completed-ed "    " ws-pct-breakdown-ed
            "    " ws-per-month-ed " " ws-moved-pairs-ed
            "   " ws-mean-movement-ed "  "
            ws-mean-int-ed "/" ws-mean-avl-ed "/" ws-mean-age-ed
            delimited by size into report-line
        end-string
    else
        string
            ws-band-label " " ws-matches-ed "   " ws-adjacent-ed
            "  " ws-active-ed "  " ws-ended-ed "    "
            ws-pct-completed-ed "    " ws-pct-breakdown-ed
            "    " ws-per-month-ed " " ws-moved-pairs-ed
            "   " ws-mean-movement-ed "  -"
            delimited by size into report-line
        end-string
    end-if
    write report-line.

end program scorerpt.
