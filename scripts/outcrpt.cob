*> to date, the same way the attendance report sets its period.
*>
*> The per-pairing movement comes off a sort of the period's scored
*> sessions keyed journey/date, so the first and latest score fall
*> out of a control break. A journey is a mentee's run of pairings
*> linked by reassignment - the first match of the chain names it -
*> so a mentee moved to a new mentor part-way is measured from their
*> first score with the old mentor to their latest with the new one,
*> as one line; a pairing with no match record is its own journey.
*> Each journey's goals are listed from the goals file against its
*> latest MATCH record (goals are carried onto a successor), and its
*> town resolved the same way. Pairing results are parked in a hold file (a sort
*> can't run inside another sort's output procedure) and re-sorted
*> town-major for the per-town summary.

   organization is indexed
   access mode is dynamic
   record key is match-id
   alternate record key is match-mentor-id with duplicates
   alternate record key is match-mentee-id with duplicates
   file status is mt-status.

   select goals-file assign to "data/goals.dat"

sd score-sort.
01 score-sort-record.
   05 srt-journey          pic x(20).
   05 srt-date             pic x(8).
   05 srt-mentor           pic x(10).
   05 srt-mentee           pic x(10).
   05 srt-score            pic 9(2).

sd town-sort.
01 ws-pair-town         pic x(6).
01 ws-pair-match-id     pic x(10).

*> Journey state: which journey the break is on, how many pairings
*> (mentor changes) it spanned in the period, and the journey each
*> session belongs to - looked up off the MATCH file per session,
*> with the last pair looked up kept so a run of one pairing's
*> sessions costs a single scan.
01 ws-cur-journey       pic x(20).
01 ws-journey-pairings  pic 9(2).
01 ws-sess-journey      pic x(20).
01 ws-find-mentor       pic x(10).
01 ws-find-mentee       pic x(10).
01 ws-pair-journey      pic x(10).
01 ws-looked-mentor     pic x(10) value spaces.
01 ws-looked-mentee     pic x(10) value spaces.
01 ws-looked-journey    pic x(20) value spaces.

*> Per-town control break over the re-sorted pairing results.
01 ws-cur-town          pic x(6).
01 ws-town-open         pic x value "N".
*> unavailable).
01 ws-start-time        pic x(8).
01 ws-step-name         pic x(8) value "OUTCRPT".
01 ws-report-file       pic x(64) value "data/outcomereport.txt".
01 ws-outcome           pic x(8).
01 ws-rl-read           pic 9(8) value 0.
01 ws-rl-written        pic 9(8) value 0.
    close town-hold

    sort score-sort
        on ascending key srt-journey srt-date
        input procedure is release-scored-sessions
        output procedure is total-pairing-scores

    end-string
    write report-line
    close outcome-report
    call "rptgen" using by reference ws-report-file ws-step-name

    close session-log
    move ws-pair-count to ws-rl-written
           and ws-eff-date is numeric
           and ws-eff-date >= ws-from-date
           and ws-eff-date <= ws-to-date
            perform resolve-session-journey
            move ws-sess-journey to srt-journey
            move sess-mentor-id to srt-mentor
            move ws-eff-mentee to srt-mentee
            move ws-eff-date to srt-date
        end-if
    end-if.

*> Which journey the session's pairing belongs to: the chain's first
*> match id off the pairing's MATCH record, or the record's own id
*> on a first pairing (either leaves the back half of the key
*> blank). A pairing with no match record keys on the two ids
*> themselves.
resolve-session-journey.
    if sess-mentor-id = ws-looked-mentor
       and ws-eff-mentee = ws-looked-mentee
        move ws-looked-journey to ws-sess-journey
    else
        move sess-mentor-id to ws-find-mentor
        move ws-eff-mentee to ws-find-mentee
        perform resolve-pairing-match
        if ws-pair-match-id = spaces
            move spaces to ws-sess-journey
            string sess-mentor-id ws-eff-mentee
                delimited by size into ws-sess-journey
            end-string
        else
            move ws-pair-journey to ws-sess-journey
        end-if
        move sess-mentor-id to ws-looked-mentor
        move ws-eff-mentee to ws-looked-mentee
        move ws-sess-journey to ws-looked-journey
    end-if.

*> Sort output side: the scores come back grouped by journey in date
*> order, so the first and latest of the period fall out of a
*> control break.
total-pairing-scores.
    end-return

    if not at-sort-eof
        if ws-pair-open = "Y" and srt-journey not = ws-cur-journey
            perform write-one-pairing-result
            move "N" to ws-pair-open
        end-if
        if ws-pair-open = "N"
            move "Y" to ws-pair-open
            move srt-journey to ws-cur-journey
            move srt-mentor to ws-cur-mentor
            move srt-mentee to ws-cur-mentee
            move srt-score to ws-first-score
            move 0 to ws-scored-count
            move 1 to ws-journey-pairings
        end-if
        *> The latest pairing of the journey names the line.
        if srt-mentor not = ws-cur-mentor
           or srt-mentee not = ws-cur-mentee
            move srt-mentor to ws-cur-mentor
            move srt-mentee to ws-cur-mentee
            add 1 to ws-journey-pairings
        end-if
        move srt-score to ws-last-score
        add 1 to ws-scored-count
    end-if.

*> One line per journey - first and latest score, the signed
*> movement between them, and the goals set on its latest MATCH
*> record, with a note when a reassignment made it more than one
*> pairing - then the result goes to the hold file for the town
*> summary.
write-one-pairing-result.
    add 1 to ws-pair-count
    compute ws-movement = ws-last-score - ws-first-score
    move ws-movement to ws-move-display
    perform resolve-journey-match
    move spaces to report-line
    string
        "mentor " ws-cur-mentor " / mentee " ws-cur-mentee
        delimited by size into report-line
    end-string
    write report-line
    if ws-journey-pairings > 1
        move spaces to report-line
        string
            "   reassigned - one journey over " ws-journey-pairings
            " pairings from match " ws-cur-journey(1:10)
            delimited by size into report-line
        end-string
        write report-line
    end-if
    perform list-pairing-goals

    open extend town-hold
    write town-hold-record
    close town-hold.

*> The journey's latest MATCH record - the highest id carrying the
*> journey (or being it) - gives the town and the match id for the
*> goal listing. A journey with no match record keeps its numbers
*> but groups under the unresolved marker.
resolve-journey-match.
    move "~none " to ws-pair-town
    move spaces to ws-pair-match-id
    if ws-cur-journey(11:10) = spaces
        move "N" to ws-eof-match
        open input match-file
        if mt-status = "00"
            perform scan-one-match-for-journey until at-eof-match
            close match-file
        end-if
    end-if.

scan-one-match-for-journey.
    read match-file next record
        at end
            move "Y" to ws-eof-match
    end-read

    if not at-eof-match
       and (match-id = ws-cur-journey(1:10)
            or match-journey-id = ws-cur-journey(1:10))
       and match-id > ws-pair-match-id
        move match-town-code to ws-pair-town
        move match-id to ws-pair-match-id
    end-if.

*> The pairing's MATCH record - any record for the pair does, in
*> whatever status it has since reached - and the journey it
*> belongs to.
resolve-pairing-match.
    move "~none " to ws-pair-town
    move spaces to ws-pair-match-id ws-pair-journey
    move "N" to ws-eof-match
    open input match-file
    if mt-status = "00"
    end-read

    if not at-eof-match
       and match-mentor-id = ws-find-mentor
       and match-mentee-id = ws-find-mentee
        move match-town-code to ws-pair-town
        move match-id to ws-pair-match-id
        if match-journey-id not = spaces
            move match-journey-id to ws-pair-journey
        else
            move match-id to ws-pair-journey
        end-if
    end-if.

list-pairing-goals.
