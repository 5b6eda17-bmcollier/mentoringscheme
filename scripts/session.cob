*> up to eight attendees - each of whom has to resolve to an active
*> mentee on PERSON-MASTER - and the attendance report and mentor
*> statements count it from there.
*>
*> Either kind dated in a month the month-end close has closed is
*> refused unless the body carries override=<reason>; an overridden
*> one is logged as usual and also listed for finance as a
*> prior-period adjustment.

environment division.
input-output section.
   organization is indexed
   access mode is dynamic
   record key is match-id
   alternate record key is match-mentor-id with duplicates
   alternate record key is match-mentee-id with duplicates
   file status is mt-status.

   select group-session-log assign to "data/groupsess.dat"
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
01 sf-status            pic xx.
01 ws-id-numeric         pic 9(10) value 0.

01 ws-pair-table.
   05 ws-pair occurs 12 times pic x(100).
01 ws-pair-count        pic 99 value 0.
01 ws-idx               pic 99.
01 ws-key               pic x(30).
*> follow through the correction route's note action.
01 cn-status            pic xx.
01 ws-casenote          pic x(70).
*> A meeting dated in a closed month needs an override reason, and
*> goes on the prior-period adjustments log when it has one.
01 pp-status            pic xx.
01 ws-override          pic x(60).
01 ws-period-closed     pic x value "N".
   88 period-is-closed     value "Y".
01 ws-closed-month      pic x(6).
01 ws-att-ok            pic x value "Y".
   88 attendees-check-out  value "Y".
01 ws-master-open       pic x value "N".

    move spaces to ws-date-raw ws-duration-raw
    move spaces to ws-kind ws-title ws-attendees-raw
    move spaces to ws-casenote ws-override
    perform split-submission
    perform parse-all-pairs

    end-if

    perform validate-session
    if submission-valid
        perform check-closed-period
    end-if
    if not submission-valid
        display
            function concatenate ('{"error": "',
    end-write
    close session-log

    if period-is-closed
        move "L" to ppa-kind
        move sess-id to ppa-ref-id
        perform write-prior-period-line
    end-if

    if ws-casenote not = spaces
        perform write-case-note
    end-if
    into
        ws-pair(1) ws-pair(2) ws-pair(3) ws-pair(4) ws-pair(5)
        ws-pair(6) ws-pair(7) ws-pair(8) ws-pair(9) ws-pair(10)
        ws-pair(11) ws-pair(12)
    tallying in ws-pair-count
    end-unstring.

            move function trim(ws-val) to ws-title
        when "attendees"
            move function trim(ws-val) to ws-attendees-raw
        when "override"
            move function trim(ws-val) to ws-override
        when other
            continue
    end-evaluate.

*> The pairing has to exist as an active match - a missing MATCH file
*> simply means no active matches, so the submission is refused.
*> Only the mentee's own matches are read, positioned on the mentee
*> key - a mentee has a handful at most.
check-active-match.
    move "N" to ws-match-found
    move "N" to ws-match-busy
    move "N" to ws-eof-match
    open input match-file
    if mt-status = "00"
        move sess-mentee-id to match-mentee-id
        start match-file key not less than match-mentee-id
            invalid key
                move "Y" to ws-eof-match
        end-start
        perform check-one-match
            until at-eof-match or active-match-found
        close match-file
            move "Y" to ws-eof-match
    end-read

    if not at-eof-match and match-mentee-id not = sess-mentee-id
        move "Y" to ws-eof-match
    end-if

    if not at-eof-match and match-is-active
        if match-mentor-id = sess-mentor-id
            move "Y" to ws-match-found
        end-if
    end-if.
        perform check-group-attendees
    end-if

    if submission-valid
        perform check-closed-period
    end-if

    if not submission-valid
        display
            function concatenate ('{"error": "',
    write group-session-record
    close group-session-log

    if period-is-closed
        move "G" to ppa-kind
        move gsess-id to ppa-ref-id
        perform write-prior-period-line
    end-if

    display '{"status": "group session logged"}'.

log-group-exit.
        delimited by size into ws-invalid-reason
    end-string.

*> Once a month is closed its figures have gone to finance; a meeting
*> dated in it goes in only on an override reason.
check-closed-period.
    move "N" to ws-period-closed
    move spaces to ws-closed-month
    call "perdchk" using by reference
        ws-date-raw ws-period-closed ws-closed-month
    if period-is-closed and ws-override = spaces
        move "N" to ws-valid
        move spaces to ws-invalid-reason
        string "month " ws-closed-month
            " is closed - an override reason is required"
            delimited by size into ws-invalid-reason
        end-string
    end-if.

write-prior-period-line.
    accept ppa-posted-date from date yyyymmdd
    move ws-closed-month to ppa-period
    move sess-mentor-id to ppa-mentor-id
    move ws-duration-num to ppa-minutes
    move 0 to ppa-amount
    move spaces to ppa-by
    move ws-override to ppa-reason
    open extend prior-period-log
    if pp-status = "35"
        open output prior-period-log
    end-if
    write ppadj-record
    close prior-period-log.

acquire-session-lock.
    move "N" to ws-lock-held
    move 0 to ws-lock-tries
