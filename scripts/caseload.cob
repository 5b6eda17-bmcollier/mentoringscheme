identification division.
program-id. caseload.

*> Coordinator caseload report: per coordinator, the active
*> matches, the pending proposals (awaiting approval or out on
*> offer) and the mentees waiting in their towns (one still on the
*> list but already holding an open match is counted under that
*> match only) - so the manager can rebalance when one coordinator
*> is carrying far more than the rest. Ownership is worked out by
*> coordof: the coordinator named on a match, else the town's
*> default. Every active coordinator is listed, an empty caseload at
*> zero, and work nobody owns is totalled on an "(unassigned)" line
*> so it is seen rather than lost. A caseload more than twice the
*> average across the coordinators listed is flagged.
*>
*> The work items come off a sort keyed on the owning coordinator,
*> counted under a control break; the per-coordinator totals are
*> held until the end so each can be set against the average.

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

   select waiting-list assign to "data/waitlist.dat"
   organization is line sequential
   file status is wl-status.

   select coordinator-file assign to "data/coords.dat"
   organization is indexed
   access mode is dynamic
   record key is coord-id
   file status is co-status.

   select caseload-report assign to "data/caseload.txt"
   organization is line sequential
   file status is rpt-status.

   select caseload-sort assign to "data/caseload.srt".

data division.
file section.
fd match-file.
copy "matchrec.cpy".

fd waiting-list.
copy "waitrec.cpy".

fd coordinator-file.
copy "coordrec.cpy".

fd caseload-report.
01 report-line           pic x(120).

*> srt-kind is A (active match), P (pending or offered proposal),
*> W (waiting mentee) or Z (the zero record released for every
*> active coordinator so an empty caseload still breaks out).
sd caseload-sort.
01 caseload-sort-record.
   05 srt-owner          pic x(8).
   05 srt-kind           pic x(1).

working-storage section.
01 mt-status            pic xx.
01 wl-status            pic xx.
01 co-status            pic xx.
01 rpt-status           pic xx.
01 ws-eof               pic x value "N".
   88 at-eof                value "Y".
01 ws-sort-eof          pic x value "N".
   88 at-sort-eof          value "Y".
01 ws-coords-open       pic x value "N".
   88 coords-available     value "Y".
*> A waiting mentee who already holds an open match is counted under
*> that match, not a second time as waiting.
01 ws-eof-match         pic x value "N".
   88 at-eof-match         value "Y".
01 ws-mentee-held       pic x value "N".
   88 mentee-already-held  value "Y".

01 ws-run-date          pic x(8).
01 ws-owner             pic x(8).
01 ws-no-override       pic x(8) value spaces.

*> Control-break state: the coordinator being counted.
01 ws-cur-owner         pic x(8).
01 ws-owner-open        pic x value "N".
01 ws-active            pic 9(6).
01 ws-pending           pic 9(6).
01 ws-waiting           pic 9(6).

*> Per-coordinator totals, held for the average; the unassigned
*> work is kept apart so it does not drag the average down.
01 ws-held-table.
   05 ws-held-entry occurs 200 times.
      10 ws-held-owner      pic x(8).
      10 ws-held-active     pic 9(6).
      10 ws-held-pending    pic 9(6).
      10 ws-held-waiting    pic 9(6).
01 ws-held-count        pic 9(4) value 0.
01 ws-held-over         pic 9(4) value 0.
01 ws-held-idx          pic 9(4).
01 ws-unassigned-active  pic 9(6) value 0.
01 ws-unassigned-pending pic 9(6) value 0.
01 ws-unassigned-waiting pic 9(6) value 0.

01 ws-caseload          pic 9(7).
01 ws-all-caseloads     pic 9(9) value 0.
01 ws-average           pic 9(7)v99 value 0.
01 ws-average-edited    pic z(6)9.99.
01 ws-coord-name        pic x(40).
01 ws-flagged-count     pic 9(4) value 0.

*> Run-control accounting (0 clean, 4 when anyone is flagged or
*> work is unassigned, 12 when the MATCH file is unavailable).
01 ws-start-time        pic x(8).
01 ws-step-name         pic x(8) value "CASELOAD".
01 ws-report-file       pic x(64) value "data/caseload.txt".
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
        display "caseload: MATCH file not available, status " mt-status
        move "error" to ws-outcome
        move 12 to return-code
        perform write-run-record
        go to main-line-exit
    end-if

    open input coordinator-file
    if co-status = "00"
        move "Y" to ws-coords-open
    end-if

    sort caseload-sort
        on ascending key srt-owner
        input procedure is release-work-items
        output procedure is count-by-owner

    close match-file

    open output caseload-report
    move "coordinator caseloads" to report-line
    write report-line
    move spaces to report-line
    string "run date " ws-run-date
        delimited by size into report-line
    end-string
    write report-line
    move spaces to report-line
    write report-line

    if ws-held-count > 0
        compute ws-average rounded = ws-all-caseloads / ws-held-count
    end-if
    perform write-held-owner
        varying ws-held-idx from 1 by 1
        until ws-held-idx > ws-held-count
    if ws-held-over > 0
        move spaces to report-line
        string "  (" ws-held-over " further coordinators not listed)"
            delimited by size into report-line
        end-string
        write report-line
    end-if

    if ws-unassigned-active + ws-unassigned-pending
       + ws-unassigned-waiting > 0
        move spaces to report-line
        string
            "(unassigned)  active " ws-unassigned-active
            " pending " ws-unassigned-pending
            " waiting " ws-unassigned-waiting
            "  ** no coordinator - set one on the town **"
            delimited by size into report-line
        end-string
        write report-line
    end-if

    move ws-average to ws-average-edited
    move spaces to report-line
    write report-line
    move spaces to report-line
    string
        "coordinators " ws-held-count
        "  average caseload " function trim(ws-average-edited)
        "  over twice the average " ws-flagged-count
        delimited by size into report-line
    end-string
    write report-line
    close caseload-report
    call "rptgen" using by reference ws-report-file ws-step-name
    if coords-available
        close coordinator-file
    end-if

    if ws-flagged-count > 0
       or ws-unassigned-active + ws-unassigned-pending
          + ws-unassigned-waiting > 0
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

*> One zero record per active coordinator, then one record per open
*> match and per waiting mentee under its owner.
release-work-items.
    if coords-available
        move "N" to ws-eof
        perform release-one-coordinator until at-eof
    end-if
    move "N" to ws-eof
    perform release-one-match until at-eof
    move "N" to ws-eof
    open input waiting-list
    if wl-status = "00"
        perform release-one-waiting until at-eof
        close waiting-list
    end-if.

release-one-coordinator.
    read coordinator-file next record
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof and coord-is-active
        move coord-id to srt-owner
        move "Z" to srt-kind
        release caseload-sort-record
    end-if.

release-one-match.
    read match-file next record
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof
        add 1 to ws-rl-read
        if match-is-active or match-is-pending or match-is-offered
            call "coordof" using by reference
                match-town-code match-coordinator-id ws-owner
            move ws-owner to srt-owner
            if match-is-active
                move "A" to srt-kind
            else
                move "P" to srt-kind
            end-if
            release caseload-sort-record
        end-if
    end-if.

release-one-waiting.
    read waiting-list
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof
        add 1 to ws-rl-read
        perform check-mentee-held
        if not mentee-already-held
            call "coordof" using by reference
                wait-town-code ws-no-override ws-owner
            move ws-owner to srt-owner
            move "W" to srt-kind
            release caseload-sort-record
        end-if
    end-if.

check-mentee-held.
    move "N" to ws-mentee-held
    move "N" to ws-eof-match
    move wait-person-id to match-mentee-id
    start match-file key not less than match-mentee-id
        invalid key
            move "Y" to ws-eof-match
    end-start
    perform check-one-mentee-match
        until at-eof-match or mentee-already-held.

check-one-mentee-match.
    read match-file next record
        at end
            move "Y" to ws-eof-match
    end-read

    if not at-eof-match and match-mentee-id not = wait-person-id
        move "Y" to ws-eof-match
    end-if

    if not at-eof-match
       and (match-is-active or match-is-pending or match-is-offered)
        move "Y" to ws-mentee-held
    end-if.

count-by-owner.
    move "N" to ws-sort-eof
    move "N" to ws-owner-open
    perform count-one-item until at-sort-eof
    if ws-owner-open = "Y"
        perform hold-one-owner
    end-if.

count-one-item.
    return caseload-sort
        at end
            move "Y" to ws-sort-eof
    end-return

    if not at-sort-eof
        if ws-owner-open = "Y" and srt-owner not = ws-cur-owner
            perform hold-one-owner
            move "N" to ws-owner-open
        end-if
        if ws-owner-open = "N"
            move srt-owner to ws-cur-owner
            move "Y" to ws-owner-open
            move 0 to ws-active ws-pending ws-waiting
        end-if
        evaluate srt-kind
            when "A"
                add 1 to ws-active
            when "P"
                add 1 to ws-pending
            when "W"
                add 1 to ws-waiting
            when other
                continue
        end-evaluate
    end-if.

hold-one-owner.
    if ws-cur-owner = spaces
        move ws-active to ws-unassigned-active
        move ws-pending to ws-unassigned-pending
        move ws-waiting to ws-unassigned-waiting
    else
        if ws-held-count < 200
            add 1 to ws-held-count
            move ws-cur-owner to ws-held-owner(ws-held-count)
            move ws-active to ws-held-active(ws-held-count)
            move ws-pending to ws-held-pending(ws-held-count)
            move ws-waiting to ws-held-waiting(ws-held-count)
            compute ws-all-caseloads = ws-all-caseloads
                + ws-active + ws-pending + ws-waiting
        else
            add 1 to ws-held-over
        end-if
    end-if.

write-held-owner.
    add 1 to ws-rl-written
    compute ws-caseload = ws-held-active(ws-held-idx)
        + ws-held-pending(ws-held-idx) + ws-held-waiting(ws-held-idx)
    perform look-up-coordinator
    move spaces to report-line
    string
        ws-held-owner(ws-held-idx) " " ws-coord-name
        " active " ws-held-active(ws-held-idx)
        " pending " ws-held-pending(ws-held-idx)
        " waiting " ws-held-waiting(ws-held-idx)
        " total " ws-caseload
        delimited by size into report-line
    end-string
    write report-line
    if ws-average > 0 and ws-caseload > ws-average * 2
        add 1 to ws-flagged-count
        move "  ** over twice the average caseload **" to report-line
        write report-line
    end-if.

*> A match override naming a deactivated coordinator falls back to
*> the town, so an inactive or unknown id here means a town still
*> points at it.
look-up-coordinator.
    move "(not on the coordinator list)" to ws-coord-name
    if coords-available
        move ws-held-owner(ws-held-idx) to coord-id
        read coordinator-file key is coord-id
            invalid key
                continue
            not invalid key
                move coord-name to ws-coord-name
                if not coord-is-active
                    move spaces to ws-coord-name
                    string function trim(coord-name) " (no longer active)"
                        delimited by size into ws-coord-name
                    end-string
                end-if
        end-read
    end-if.

end program caseload.
