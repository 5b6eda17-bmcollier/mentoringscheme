identification division.
program-id. sgcase.

*> Safeguarding case file - once the safeguarding lead decides an
*> escalation on the daily review list needs working, it becomes a
*> case with an owner, a dated log of what was done, any referral
*> to an outside agency (children's services, the police) and, in
*> the end, an outcome. Called for POST /api/safeguarding, which
*> needs an admin-scope key and lands on the audit log like every
*> other write, with a body of:
*>   action=open&mentor=<id>&mentee=<id>&sessdate=<yyyymmdd>
*>         &owner=<name>&hold=yes|no&by=<name>&date=<yyyymmdd>
*>       - opens a case on an escalation - the mentor, mentee and
*>         session date have to match one on the escalation extract,
*>         and a pairing can have only one open case at a time; the
*>         pairing goes on hold unless hold=no
*>   action=log&case=<id>&kind=<word>&text=<what was done>
*>         &by=<name>&date=<yyyymmdd>
*>       - a dated action on the case (kind defaults to "action")
*>   action=refer&case=<id>&agency=<name>&ref=<their reference>
*>         &by=<name>&date=<yyyymmdd>
*>       - the case has been referred to an outside agency
*>   action=owner&case=<id>&owner=<name>&by=<name>
*>       - the case changes hands
*>   action=hold|release&case=<id>&by=<name>&text=<why>
*>       - puts the pairing on hold, or lets it go again: while held
*>         the matching run leaves both people out of the pool and
*>         no new booking can be made for the pair
*>   action=close&case=<id>&outcome=<text>&by=<name>&date=<yyyymmdd>
*>       - closes the case; it cannot close without an outcome, and
*>         closing lets any hold go
*> Only an open case can be worked, no date can be in the future or
*> before the case was opened, and "by" defaults to the case owner.
*> Every action goes on the case's action log as well.

environment division.
input-output section.
file-control.
   select case-file assign to "data/sgcases.dat"
   organization is indexed
   access mode is dynamic
   record key is sgc-id
   lock mode is manual
   file status is sc-status.

   select case-id-seq assign to "data/sgcaseid.seq"
   organization is line sequential
   file status is seq-status.

   select case-actions assign to "data/sgactions.dat"
   organization is line sequential
   file status is sa-status.

   select safeguard-log assign to "data/safeguard.dat"
   organization is line sequential
   file status is sf-status.

data division.
file section.
fd case-file.
copy "sgcsrec.cpy".

fd case-id-seq.
01 seq-record            pic 9(10).

fd case-actions.
copy "sgacrec.cpy".

fd safeguard-log.
copy "safegrec.cpy".

working-storage section.
01 sc-status            pic xx.
01 seq-status           pic xx.
01 sa-status            pic xx.
01 sf-status            pic xx.
01 ws-eof               pic x value "N".
   88 at-eof                value "Y".

01 ws-action            pic x(16).
01 ws-case-raw          pic x(20).
01 ws-case-key          pic x(10).
01 ws-mentor-raw        pic x(20).
01 ws-mentor-key        pic x(10).
01 ws-mentee-raw        pic x(20).
01 ws-mentee-key        pic x(10).
01 ws-sess-date         pic x(10).
01 ws-owner             pic x(30).
01 ws-hold              pic x(4).
01 ws-by                pic x(30).
01 ws-kind              pic x(12).
01 ws-text              pic x(80).
01 ws-agency            pic x(30).
01 ws-agency-ref        pic x(20).
01 ws-outcome           pic x(60).
01 ws-date-raw          pic x(10).

01 ws-today             pic x(8).
01 ws-move-date         pic x(8).
01 ws-date-numeric      pic 9(8).
01 ws-valid             pic x value "Y".
   88 details-valid        value "Y".
01 ws-invalid-reason    pic x(60).
01 ws-found             pic x value "N".
   88 was-found            value "Y".
01 ws-category          pic x(20).
01 ws-escalated-date    pic x(8).
01 ws-last-id           pic 9(10) value 0.
01 ws-new-id            pic 9(10).
01 ws-id-numeric        pic 9(10) value 0.

01 ws-pair-table.
   05 ws-pair occurs 10 times pic x(100).
01 ws-pair-count        pic 99 value 0.
01 ws-idx               pic 99.
01 ws-key               pic x(30).
01 ws-val               pic x(70).

linkage section.
01 post-body-in         pic x(8192).

procedure division using by reference post-body-in.

main-line.
    move spaces to ws-action ws-case-raw ws-mentor-raw ws-mentee-raw
    move spaces to ws-sess-date ws-owner ws-hold ws-by ws-kind ws-text
    move spaces to ws-agency ws-agency-ref ws-outcome ws-date-raw
    perform split-submission
    perform parse-all-pairs
    accept ws-today from date yyyymmdd

    perform check-move-date thru check-move-date-exit
    if not details-valid
        display
            function concatenate ('{"error": "',
                function trim(ws-invalid-reason), '"}')
        end-display
        go to main-line-exit
    end-if

    open i-o case-file
    if sc-status = "35"
        open output case-file
        close case-file
        open i-o case-file
    end-if
    if sc-status = "93" or sc-status = "61"
        display '{"error": "system busy - try again shortly"}'
        go to main-line-exit
    end-if
    if sc-status not = "00"
        display '{"error": "safeguarding case file unavailable"}'
        go to main-line-exit
    end-if

    evaluate ws-action
        when "open"
            perform open-case thru open-case-exit
        when "log"
        when "refer"
        when "owner"
        when "hold"
        when "release"
        when "close"
            perform work-case thru work-case-exit
        when other
            display '{"error": "unknown action"}'
    end-evaluate

    close case-file.

main-line-exit.
    exit program.

split-submission.
    move spaces to ws-pair-table
    move 0 to ws-pair-count
    unstring function trim(post-body-in) delimited by "&"
    into
        ws-pair(1) ws-pair(2) ws-pair(3) ws-pair(4) ws-pair(5)
        ws-pair(6) ws-pair(7) ws-pair(8) ws-pair(9) ws-pair(10)
    tallying in ws-pair-count
    end-unstring.

parse-all-pairs.
    perform parse-one-pair varying ws-idx from 1 by 1
        until ws-idx > ws-pair-count.

parse-one-pair.
    move spaces to ws-key ws-val
    unstring ws-pair(ws-idx) delimited by "=" into ws-key ws-val end-unstring
    call "formdec" using by reference ws-val

    evaluate function trim(ws-key)
        when "action"
            move function trim(ws-val) to ws-action
        when "case"
            move function trim(ws-val) to ws-case-raw
        when "mentor"
            move function trim(ws-val) to ws-mentor-raw
        when "mentee"
            move function trim(ws-val) to ws-mentee-raw
        when "sessdate"
            move function trim(ws-val) to ws-sess-date
        when "owner"
            move function trim(ws-val) to ws-owner
        when "hold"
            move function lower-case(function trim(ws-val)) to ws-hold
        when "by"
            move function trim(ws-val) to ws-by
        when "kind"
            move function lower-case(function trim(ws-val)) to ws-kind
        when "text"
            move function trim(ws-val) to ws-text
        when "agency"
            move function trim(ws-val) to ws-agency
        when "ref"
            move function trim(ws-val) to ws-agency-ref
        when "outcome"
            move function trim(ws-val) to ws-outcome
        when "date"
            move function trim(ws-val) to ws-date-raw
        when other
            continue
    end-evaluate.

*> --- Opening a case on an escalation ------------------------------
open-case.
    if ws-mentor-raw = spaces or ws-mentee-raw = spaces
        display '{"error": "mentor and mentee ids are required"}'
        go to open-case-exit
    end-if
    if ws-sess-date = spaces
        display '{"error": "sessdate of the escalated session is required"}'
        go to open-case-exit
    end-if
    if ws-owner = spaces
        display '{"error": "owner is required"}'
        go to open-case-exit
    end-if
    if ws-hold not = spaces and ws-hold not = "yes" and ws-hold not = "no"
        display '{"error": "hold must be yes or no"}'
        go to open-case-exit
    end-if

    move spaces to ws-mentor-key ws-mentee-key
    if function trim(ws-mentor-raw) is numeric
        move function trim(ws-mentor-raw) to ws-id-numeric
        move ws-id-numeric to ws-mentor-key
    else
        move function trim(ws-mentor-raw) to ws-mentor-key
    end-if
    if function trim(ws-mentee-raw) is numeric
        move function trim(ws-mentee-raw) to ws-id-numeric
        move ws-id-numeric to ws-mentee-key
    else
        move function trim(ws-mentee-raw) to ws-mentee-key
    end-if

    perform find-escalation
    if not was-found
        display '{"error": "no escalation on file for that mentor, mentee and session date"}'
        go to open-case-exit
    end-if
    if ws-move-date < ws-escalated-date
        display '{"error": "date is before the concern was escalated"}'
        go to open-case-exit
    end-if

    *> One open case per pairing - a second concern on the same pair
    *> is logged as an action on the case already open.
    perform find-open-case-on-pairing
    if was-found
        display
            function concatenate ('{"error": "pairing already has ',
                'open case ', function trim(sgc-id), '"}')
        end-display
        go to open-case-exit
    end-if

    perform allocate-case-id
    move spaces to safeguarding-case-record
    move ws-new-id to sgc-id
    move ws-mentor-key to sgc-mentor-id
    move ws-mentee-key to sgc-mentee-id
    move ws-sess-date to sgc-sess-date
    move ws-category to sgc-category
    move ws-move-date to sgc-opened-date sgc-last-action-date
    move ws-owner to sgc-owner
    move "O" to sgc-status
    if ws-hold = "no"
        move "N" to sgc-hold-flag
    else
        move "Y" to sgc-hold-flag
    end-if
    write safeguarding-case-record
        invalid key
            display '{"error": "case id already in use - sequence needs checking"}'
            go to open-case-exit
    end-write

    move "opened" to ws-kind
    move spaces to ws-text
    if sgc-pairing-held
        string "case opened on escalation [" function trim(ws-category)
            "] - pairing on hold"
            delimited by size into ws-text
        end-string
    else
        string "case opened on escalation [" function trim(ws-category)
            "] - pairing not held"
            delimited by size into ws-text
        end-string
    end-if
    perform write-case-action
    display
        function concatenate ('{"status": "case opened", ',
            '"case": "', function trim(sgc-id), '", ',
            '"hold": "', sgc-hold-flag, '"}')
    end-display.

open-case-exit.
    exit.

*> The escalation has to be on the extract - the case file is
*> opened from the review list, not invented beside it. The latest
*> matching entry gives the category and the date it was escalated.
find-escalation.
    move "N" to ws-found
    move spaces to ws-category ws-escalated-date
    open input safeguard-log
    if sf-status = "00"
        move "N" to ws-eof
        perform check-one-escalation until at-eof
        close safeguard-log
    end-if.

check-one-escalation.
    read safeguard-log
        at end
            move "Y" to ws-eof
    end-read
    if not at-eof
        if saf-mentor-id = ws-mentor-key
           and saf-mentee-id = ws-mentee-key
           and saf-sess-date = ws-sess-date
            move "Y" to ws-found
            move saf-category to ws-category
            move saf-logged-date to ws-escalated-date
        end-if
    end-if.

find-open-case-on-pairing.
    move "N" to ws-found
    move "N" to ws-eof
    move low-values to sgc-id
    start case-file key is >= sgc-id
        invalid key
            move "Y" to ws-eof
    end-start
    perform check-one-open-case until at-eof or was-found.

check-one-open-case.
    read case-file next record
        at end
            move "Y" to ws-eof
    end-read
    if not at-eof
        if sgc-is-open
           and sgc-mentor-id = ws-mentor-key
           and sgc-mentee-id = ws-mentee-key
            move "Y" to ws-found
        end-if
    end-if.

*> --- Working an open case ------------------------------------------
work-case.
    if ws-case-raw = spaces
        display '{"error": "case id required"}'
        go to work-case-exit
    end-if
    evaluate ws-action
        when "log"
            if ws-text = spaces
                display '{"error": "text of the action is required"}'
                go to work-case-exit
            end-if
        when "refer"
            if ws-agency = spaces
                display '{"error": "agency is required"}'
                go to work-case-exit
            end-if
        when "owner"
            if ws-owner = spaces
                display '{"error": "owner is required"}'
                go to work-case-exit
            end-if
        when "close"
            if ws-outcome = spaces
                display '{"error": "a case cannot close without an outcome"}'
                go to work-case-exit
            end-if
    end-evaluate

    move spaces to ws-case-key
    if function trim(ws-case-raw) is numeric
        move function trim(ws-case-raw) to ws-id-numeric
        move ws-id-numeric to ws-case-key
    else
        move function trim(ws-case-raw) to ws-case-key
    end-if
    move ws-case-key to sgc-id
    read case-file with lock
        invalid key
            display '{"error": "case not found"}'
            go to work-case-exit
    end-read
    *> A record already locked by a concurrent writer fails the READ
    *> with neither branch running - refuse politely rather than
    *> falling through with an empty body.
    if sc-status = "51" or sc-status = "99"
        display '{"error": "system busy - try again shortly"}'
        go to work-case-exit
    end-if

    if not sgc-is-open
        display '{"error": "case is already closed"}'
        go to work-case-exit
    end-if
    if ws-move-date < sgc-opened-date
        display '{"error": "date is before the case was opened"}'
        go to work-case-exit
    end-if
    if ws-action = "hold" and sgc-pairing-held
        display '{"error": "pairing is already on hold"}'
        go to work-case-exit
    end-if
    if ws-action = "release" and not sgc-pairing-held
        display '{"error": "pairing is not on hold"}'
        go to work-case-exit
    end-if

    evaluate ws-action
        when "log"
            if ws-kind = spaces
                move "action" to ws-kind
            end-if
        when "refer"
            move ws-agency to sgc-ext-agency
            move ws-agency-ref to sgc-ext-ref
            move ws-move-date to sgc-ext-date
            move "referred" to ws-kind
            move spaces to ws-text
            string "referred to " function trim(ws-agency)
                " ref " function trim(ws-agency-ref)
                delimited by size into ws-text
            end-string
        when "owner"
            move "owner" to ws-kind
            move spaces to ws-text
            string "owner " function trim(sgc-owner)
                " -> " function trim(ws-owner)
                delimited by size into ws-text
            end-string
            move ws-owner to sgc-owner
        when "hold"
            move "Y" to sgc-hold-flag
            move "hold" to ws-kind
            if ws-text = spaces
                move "pairing put on hold" to ws-text
            end-if
        when "release"
            move "N" to sgc-hold-flag
            move "released" to ws-kind
            if ws-text = spaces
                move "pairing released from hold" to ws-text
            end-if
        when "close"
            move "C" to sgc-status
            move "N" to sgc-hold-flag
            move ws-move-date to sgc-closed-date
            move ws-outcome to sgc-outcome
            move "closed" to ws-kind
            move ws-outcome to ws-text
    end-evaluate
    move ws-move-date to sgc-last-action-date
    rewrite safeguarding-case-record
    perform write-case-action
    display
        function concatenate ('{"status": "case ',
            function trim(ws-action), ' recorded"}')
    end-display.

work-case-exit.
    exit.

*> --- Shared pieces --------------------------------------------------
write-case-action.
    open extend case-actions
    if sa-status = "35"
        open output case-actions
    end-if
    move sgc-id to sga-case-id
    move ws-move-date to sga-date
    move ws-kind to sga-kind
    if ws-by = spaces
        move sgc-owner to sga-by
    else
        move ws-by to sga-by
    end-if
    move ws-text to sga-text
    write safeguarding-action-record
    close case-actions.

check-move-date.
    move "Y" to ws-valid
    move ws-today to ws-move-date
    if ws-date-raw = spaces
        go to check-move-date-exit
    end-if
    if function trim(ws-date-raw) is not numeric
       or function length(function trim(ws-date-raw)) not = 8
        move "N" to ws-valid
        move "date must be yyyymmdd" to ws-invalid-reason
        go to check-move-date-exit
    end-if
    move function trim(ws-date-raw) to ws-date-numeric
    if function integer-of-date(ws-date-numeric) = 0
        move "N" to ws-valid
        move "date is not a real calendar date" to ws-invalid-reason
        go to check-move-date-exit
    end-if
    move ws-date-numeric to ws-move-date
    if ws-move-date > ws-today
        move "N" to ws-valid
        move "date cannot be in the future" to ws-invalid-reason
    end-if.

check-move-date-exit.
    exit.

allocate-case-id.
    move 0 to ws-last-id
    open input case-id-seq
    if seq-status = "00"
        read case-id-seq
        move seq-record to ws-last-id
    end-if
    close case-id-seq
    add 1 to ws-last-id giving ws-new-id
    open output case-id-seq
    move ws-new-id to seq-record
    write seq-record
    close case-id-seq.

end program sgcase.
