*> the session's mentor actually holds a MATCH record with - a
*> correction must not be able to smuggle in what the front door
*> rejects.
*> A void or amendment touching a month the month-end close has
*> closed - the session's date as it currently stands, or the new
*> date an amendment moves it to - is refused unless the body also
*> carries override=<reason>; an overridden correction goes on the
*> prior-period adjustments log for finance, one line per closed
*> month it touches.
*> The original record on SESSION-LOG is never touched: each
*> correction is appended to the adjustments file, the reporting
*> programs apply the latest one per session, and the full
   organization is indexed
   access mode is dynamic
   record key is match-id
   alternate record key is match-mentor-id with duplicates
   alternate record key is match-mentee-id with duplicates
   file status is mt-status.

   select case-notes assign to "data/casenotes.dat"
   organization is line sequential
   file status is cn-status.

   select prior-period-log assign to "data/ppadj.dat"
   organization is line sequential
   file status is pp-status.

data division.
file section.
fd session-log.
fd case-notes.
copy "casenrec.cpy".

fd prior-period-log.
copy "ppadjrec.cpy".

working-storage section.
01 sn-status            pic xx.
01 aj-status            pic xx.
   88 match-file-busy      value "Y".
01 ws-new-mentee-key    pic x(10).

*> The session as it currently stands (latest correction wins, as
*> the statements read it), for the closed-month check.
01 ws-eof-adj           pic x value "N".
   88 at-eof-adj           value "Y".
01 ws-sess-voided       pic x value "N".
   88 session-is-voided    value "Y".
01 ws-eff-date          pic x(8).
01 ws-eff-duration      pic 9(3).

01 pp-status            pic xx.
01 ws-override          pic x(60).
01 ws-period-closed     pic x value "N".
   88 period-is-closed     value "Y".
01 ws-closed-month      pic x(6).
01 ws-new-period-closed pic x value "N".
   88 new-period-is-closed value "Y".
01 ws-new-closed-month  pic x(6).

linkage section.
01 sess-id-in           pic x(256).
01 post-body-in         pic x(8192).
main-line.
    move spaces to ws-action ws-reason ws-by
    move spaces to ws-new-date ws-new-duration ws-new-mentee
    move spaces to ws-note-text ws-override
    perform split-submission
    perform parse-all-pairs

            move function trim(ws-val) to ws-new-mentee
        when "text"
            move function trim(ws-val) to ws-note-text
        when "override"
            move function trim(ws-val) to ws-override
        when other
            continue
    end-evaluate.
        end-if
    end-if

    perform check-closed-periods
    if (period-is-closed or new-period-is-closed)
       and ws-override = spaces
        perform refuse-closed-period
        go to write-amendment-exit
    end-if

    perform build-common-adjustment
    move "A" to adj-action
    move ws-new-date to adj-new-date
    move ws-duration-num to adj-new-duration
    move ws-new-mentee-key to adj-new-mentee
    perform append-adjustment

    if period-is-closed
        move "A" to ppa-kind
        move ws-closed-month to ppa-period
        perform write-prior-period-line
    end-if
    if new-period-is-closed
       and ws-new-closed-month not = ws-closed-month
        move "A" to ppa-kind
        move ws-new-closed-month to ppa-period
        perform write-prior-period-line
    end-if
    display '{"status": "session amended"}'.

*> find-session left the session record in the buffer, so its mentor
*> is to hand for the pairing check, made on the new mentee's own
*> matches off the mentee key.
check-mentee-pairing.
    move "N" to ws-pair-found
    move "N" to ws-match-busy
    move "N" to ws-eof-match
    open input match-file
    if mt-status = "00"
        move ws-new-mentee-key to match-mentee-id
        start match-file key not less than match-mentee-id
            invalid key
                move "Y" to ws-eof-match
        end-start
        perform check-one-pairing
            until at-eof-match or pairing-found
        close match-file
            move "Y" to ws-eof-match
    end-read

    if not at-eof-match and match-mentee-id not = ws-new-mentee-key
        move "Y" to ws-eof-match
    end-if

    if not at-eof-match and match-mentor-id = sess-mentor-id
        move "Y" to ws-pair-found
    end-if.

    exit.

write-void.
    move spaces to ws-new-date
    perform check-closed-periods
    if period-is-closed and ws-override = spaces
        perform refuse-closed-period
    else
        perform build-common-adjustment
        move "V" to adj-action
        move spaces to adj-new-date adj-new-mentee
        move 0 to adj-new-duration
        perform append-adjustment
        if period-is-closed
            move "V" to ppa-kind
            move ws-closed-month to ppa-period
            perform write-prior-period-line
        end-if
        display '{"status": "session voided"}'
    end-if.

*> The month the session currently sits in, and for an amendment the
*> month it is being moved to.
check-closed-periods.
    perform apply-adjustments
    move "N" to ws-period-closed ws-new-period-closed
    move spaces to ws-closed-month ws-new-closed-month
    call "perdchk" using by reference
        ws-eff-date ws-period-closed ws-closed-month
    if ws-new-date not = spaces
        call "perdchk" using by reference
            ws-new-date ws-new-period-closed ws-new-closed-month
    end-if.

refuse-closed-period.
    if not period-is-closed
        move ws-new-closed-month to ws-closed-month
    end-if
    display
        function concatenate ('{"error": "month ', ws-closed-month,
            ' is closed - an override reason is required"}')
    end-display.

*> Same latest-wins correction rule as the statements.
apply-adjustments.
    move "N" to ws-sess-voided
    move sess-date to ws-eff-date
    move sess-duration to ws-eff-duration
    move "N" to ws-eof-adj
    open input session-adjust
    if aj-status = "00"
        perform apply-one-adjustment until at-eof-adj
        close session-adjust
    end-if.

apply-one-adjustment.
    read session-adjust
        at end
            move "Y" to ws-eof-adj
    end-read

    if not at-eof-adj and adj-sess-id = ws-sess-key
        if adj-is-void
            move "Y" to ws-sess-voided
        end-if
        if adj-is-amend
            move "N" to ws-sess-voided
            if adj-new-date not = spaces
                move adj-new-date to ws-eff-date
            end-if
            if adj-new-duration > 0
                move adj-new-duration to ws-eff-duration
            end-if
        end-if
    end-if.

write-prior-period-line.
    accept ppa-posted-date from date yyyymmdd
    move ws-sess-key to ppa-ref-id
    move sess-mentor-id to ppa-mentor-id
    move ws-duration-num to ppa-minutes
    if ws-duration-num = 0
        move ws-eff-duration to ppa-minutes
    end-if
    move 0 to ppa-amount
    move ws-by to ppa-by
    move ws-override to ppa-reason
    open extend prior-period-log
    if pp-status = "35"
        open output prior-period-log
    end-if
    write ppadj-record
    close prior-period-log.

*> One appended line of case notes for the session - several calls
*> build up one note, dated and signed alike.
