*> the stall window (30 days unless STALL_DAYS overrides it) - or
*> with no session at all since a match-date older than the window -
*> is listed so a coordinator can step in before the relationship is
*> lost. The window counts open days only: scheme closure days
*> (Christmas, bank holidays, the August shutdown) are taken off the
*> days since, so nobody is flagged for not meeting while the scheme
*> was shut. Each pairing's sessions are read straight off the session
*> log's pairing key, so the step has no fixed pairing limit and no
*> longer re-reads the whole log once per active match.

   organization is indexed
   access mode is dynamic
   record key is match-id
   alternate record key is match-mentor-id with duplicates
   alternate record key is match-mentee-id with duplicates
   file status is mt-status.

   select session-log assign to "data/sessions.dat"
01 ws-days-since        pic s9(8).
01 ws-last-sess-date    pic x(8).
01 ws-stalled-count     pic 9(4) value 0.
01 ws-closed-days       pic 9(5).
01 ws-closure-from      pic x(8).
01 ws-closure-to        pic x(8).
01 ws-closure-from-num  pic 9(8).

*> A pairing with either party on pause has a reason to be quiet -
*> it is set aside with its own count rather than listed as stalled.
   88 pairing-on-pause     value "Y".
01 ws-paused-pairs      pic 9(4) value 0.

*> Report step name, for the dated generation kept of the report.
01 ws-step-name         pic x(8) value "STALLRPT".
01 ws-report-file       pic x(64) value "data/stalledpairs.txt".

procedure division.
main-line.
    accept ws-run-date from date yyyymmdd
    end-if

    close stall-report
    call "rptgen" using by reference ws-report-file ws-step-name
    close match-file
    if master-available
        close person-master
        move match-date to ws-date-numeric
        move function integer-of-date(ws-date-numeric) to ws-day-int
        compute ws-days-since = ws-run-day-int - ws-day-int
        perform take-off-closure-days
        if ws-days-since > ws-stall-days
            add 1 to ws-stalled-count
            move spaces to report-line
        move ws-last-sess-date to ws-date-numeric
        move function integer-of-date(ws-date-numeric) to ws-day-int
        compute ws-days-since = ws-run-day-int - ws-day-int
        perform take-off-closure-days
        if ws-days-since > ws-stall-days
            add 1 to ws-stalled-count
            move spaces to report-line
        end-if
    end-if.

*> The closure days after the start date, up to and including today,
*> do not count towards the window.
take-off-closure-days.
    if ws-days-since > 0
        move function date-of-integer(ws-day-int + 1)
            to ws-closure-from-num
        move ws-closure-from-num to ws-closure-from
        move ws-run-date to ws-closure-to
        call "closday" using by reference
            ws-closure-from ws-closure-to ws-closed-days
        subtract ws-closed-days from ws-days-since
    end-if.

end program stallrpt.
