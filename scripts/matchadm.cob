*> Maintenance transaction for the MATCH file - lets a coordinator
*> sign off or close a mentoring relationship without a programmer
*> editing data. Called for POST /api/matches/<id> with a body of:
*>   action=approve                 - pending proposal is offered to
*>                                    both parties, who are notified
*>                                    and asked to answer
*>   action=accept&party=mentor|mentee
*>                                  - records that party's yes; once
*>                                    both have accepted the match
*>                                    goes active and both are told
*>   action=decline&party=mentor|mentee&reason=<text>
*>                                  - the offer is declined, the
*>                                    mentor's place is freed and the
*>                                    mentee goes back on the waiting
*>                                    list at their original
*>                                    wait-date
*>   action=reject                  - pending proposal is rejected,
*>                                    freeing both parties for the
*>                                    next matching run
*>   action=end&reason=completed|breakdown|withdrawal
*>                                  - active match is closed
*>   action=reassign&mentor=<id>&reason=breakdown|withdrawal
*>                                  - active match is closed and a
*>                                    successor match with the new
*>                                    mentor is written, linked to
*>                                    it and offered to both parties;
*>                                    the goals and the six-month
*>                                    review clock carry over, and
*>                                    the reports treat the chain as
*>                                    one mentee journey
*>   action=review&rating=<1-5>&by=<who>&actions=<text>
*>                                  - logs the six-month coordinator
*>                                    review of an active pairing,
*>                                    which clears it off the
*>                                    review-due report
*>   action=assign&coordinator=<id>|town
*>                                  - puts an open pairing in a
*>                                    named coordinator's caseload
*>                                    instead of the town's default
*>                                    owner; "town" hands it back
*>   action=goal&text=<goal>&baseline=<0-10>
*>                                  - attaches a distance-travelled
*>                                    goal to the pairing (normally
*>                                    at approval time), appended to
*>                                    the goals file the outcomes
*>                                    report reads
*> An offer nobody answers lapses in the nightly offer-expiry step.
*> Records are never deleted, so the pairing's history still resolves
*> in the session and attendance reports.

   organization is indexed
   access mode is dynamic
   record key is match-id
   alternate record key is match-mentor-id with duplicates
   alternate record key is match-mentee-id with duplicates
   file status is mt-status.

   select goals-file assign to "data/goals.dat"
   organization is line sequential
   file status is rv-status.

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

   select exclusion-file assign to "data/excludes.dat"
   organization is line sequential
   file status is ex-status.

   select household-file assign to "data/household.dat"
   organization is indexed
   access mode is dynamic
   record key is hh-person-id
   alternate record key is hh-household-id with duplicates
   file status is hh-status.

   select match-id-seq assign to "data/matchid.seq"
   organization is line sequential
   file status is seq-status.

   select coordinator-file assign to "data/coords.dat"
   organization is indexed
   access mode is dynamic
   record key is coord-id
   file status is co-status.

   select run-state assign to "data/matchrun.state"
   organization is line sequential
   file status is st-status.

data division.
file section.
fd match-file.
fd reviews-file.
copy "revwrec.cpy".

fd person-master.
copy "personrec.cpy".

fd vetting-file.
copy "vettrec.cpy".

fd exclusion-file.
copy "exclrec.cpy".

fd household-file.
copy "hholdrec.cpy".

fd match-id-seq.
01 seq-record           pic 9(10).

fd coordinator-file.
copy "coordrec.cpy".

fd run-state.
01 run-state-record.
   05 mst-phase          pic x(8).
   05 mst-last-id        pic 9(10).

working-storage section.
01 mt-status            pic xx.
01 gl-status            pic xx.
01 rv-status            pic xx.
01 pm-status            pic xx.
01 vt-status            pic xx.
01 ex-status            pic xx.
01 hh-status            pic xx.
01 ws-mentee-household  pic x(10).
01 seq-status           pic xx.
01 st-status            pic xx.
01 co-status            pic xx.

01 ws-action            pic x(12).
01 ws-reason            pic x(12).
01 ws-reason-code       pic x(1).

*> Offer answers: which party is answering and, on a decline, why.
01 ws-party             pic x(10).
01 ws-answer-reason     pic x(40).
01 ws-requeue-date      pic x(8).

*> Goal submission: the text and the starting point on the funders'
*> 0-10 distance-travelled scale. The baseline is checked as a raw
*> string first - a numeric MOVE would de-edit garbage (same
01 ws-review-actions    pic x(70).
01 ws-notify-ended      pic x(8) value "ended".
01 ws-notify-matched    pic x(8) value "matched".
01 ws-notify-offered    pic x(8) value "offered".

*> Reassignment: the new mentor, the closing match's details kept
*> while its successor is built in the same record area, and the
*> goals carried over - read off the goals file into a table first,
*> since the file can't be read and extended at once. A pairing
*> carries a handful of goals; the table is sized well past that.
01 ws-new-mentor        pic x(10).
01 ws-mentor-ok         pic x value "N".
   88 new-mentor-ok        value "Y".
01 ws-refusal           pic x(60).
*> Safeguarding hold, asked of sghold per person as the matching run
*> asks it - blank on the other side means "paired with anyone".
01 ws-sg-held           pic x value "N".
   88 person-sg-held       value "Y".
01 ws-no-party          pic x(10) value spaces.
01 ws-mentor-load       pic 9(3) value 0.
01 ws-mentor-cap        pic 9(3) value 1.
01 ws-old-match-id      pic x(10).
01 ws-old-mentor        pic x(10).
01 ws-old-mentee        pic x(10).
01 ws-old-town          pic x(6).
01 ws-old-programme     pic x(4).
01 ws-old-wait-date     pic x(8).
01 ws-old-journey       pic x(10).
01 ws-old-coordinator   pic x(8).
01 ws-review-from       pic x(8).
01 ws-today             pic x(8).
01 ws-last-id           pic 9(10) value 0.
01 ws-new-id            pic 9(10) value 0.
01 ws-new-match-id      pic x(10).
01 ws-eof-aux           pic x value "N".
   88 at-eof-aux           value "Y".
01 ws-carried-goals.
   05 ws-cg-entry occurs 50 times.
      10 ws-cg-date     pic x(8).
      10 ws-cg-baseline pic 9(2).
      10 ws-cg-text     pic x(60).
01 ws-cg-count          pic 99 value 0.
01 ws-cg-idx            pic 99.
01 ws-notify-declined   pic x(8) value "declined".

*> Caseload assignment: the coordinator named, checked against the
*> COORDINATOR reference before the match is touched.
01 ws-coordinator       pic x(8).

01 ws-pair-table.
   05 ws-pair occurs 10 times pic x(100).

main-line.
    move spaces to ws-action ws-reason
    move spaces to ws-party ws-answer-reason ws-new-mentor
    move spaces to ws-goal-text ws-baseline-raw
    move spaces to ws-rating-raw ws-review-by ws-review-actions
    move spaces to ws-coordinator
    perform split-submission
    perform parse-all-pairs


    if ws-action not = "end" and ws-action not = "approve"
       and ws-action not = "reject" and ws-action not = "goal"
       and ws-action not = "review" and ws-action not = "accept"
       and ws-action not = "decline" and ws-action not = "reassign"
       and ws-action not = "assign"
        display '{"error": "unknown action"}'
        go to main-line-exit
    end-if

    if ws-action = "assign"
        perform check-coordinator
        if ws-refusal not = spaces
            display
                function concatenate ('{"error": "',
                    function trim(ws-refusal), '"}')
            end-display
            go to main-line-exit
        end-if
    end-if

    if (ws-action = "accept" or ws-action = "decline")
       and ws-party not = "mentor" and ws-party not = "mentee"
        display '{"error": "party must be mentor or mentee"}'
        go to main-line-exit
    end-if

    if ws-action = "end"
        evaluate function trim(ws-reason)
            when "completed"
        end-evaluate
    end-if

    if ws-action = "reassign"
        evaluate function trim(ws-reason)
            when "breakdown"
                move "B" to ws-reason-code
            when "withdrawal"
                move "W" to ws-reason-code
            when other
                display '{"error": "reason must be breakdown or withdrawal"}'
                go to main-line-exit
        end-evaluate
        if ws-new-mentor = spaces
            display '{"error": "mentor (the new mentor id) is required"}'
            go to main-line-exit
        end-if
        *> A successor takes the next id off the matching run's
        *> sequence, so it must not be written while a run that has
        *> read the sequence is still to commit.
        perform check-matching-run-idle
        if ws-refusal not = spaces
            display '{"error": "system busy - try again shortly"}'
            go to main-line-exit
        end-if
    end-if

    open i-o match-file
    if mt-status = "93" or mt-status = "61"
        *> The nightly batch holds the MATCH file - refuse politely.
            evaluate ws-action
                when "approve"
                    perform approve-this-match
                when "accept"
                    perform accept-this-offer
                when "decline"
                    perform decline-this-offer
                when "reject"
                    perform reject-this-match
                when "end"
                    perform end-this-match
                when "reassign"
                    perform reassign-this-match thru reassign-exit
                when "assign"
                    perform assign-coordinator
                when "goal"
                    perform add-goal-to-match
                when "review"
            move function trim(ws-val) to ws-action
        when "reason"
            move function trim(ws-val) to ws-reason
            move function trim(ws-val) to ws-answer-reason
        when "party"
            move function trim(ws-val) to ws-party
        when "mentor"
            if function trim(ws-val) is numeric
                move function trim(ws-val) to ws-id-numeric
                move ws-id-numeric to ws-new-mentor
            else
                move function trim(ws-val) to ws-new-mentor
            end-if
        when "text"
            move function trim(ws-val) to ws-goal-text
        when "baseline"
            move function trim(ws-val) to ws-review-by
        when "actions"
            move function trim(ws-val) to ws-review-actions
        when "coordinator"
            move function upper-case(function trim(ws-val))
                to ws-coordinator
        when other
            continue
    end-evaluate.

*> Coordinator sign-off: the proposal is offered to both parties and
*> - only now - the notification extract is written, so neither
*> party hears about a pairing before a human has approved it. The
*> match does not start until both have accepted; the offer date
*> starts the expiry clock.
approve-this-match.
    *> A hold on either party since the proposal was made stops the
    *> offer, as it would have stopped the matching run proposing it.
    move "N" to ws-sg-held
    if match-is-pending
        call "sghold" using by reference
            match-mentor-id ws-no-party ws-sg-held
        if not person-sg-held
            call "sghold" using by reference
                ws-no-party match-mentee-id ws-sg-held
        end-if
    end-if
    evaluate true
        when not match-is-pending
            display '{"error": "match is not awaiting approval"}'
        when person-sg-held
            display '{"error": "pairing is on safeguarding hold - refer to the safeguarding lead"}'
        when other
            move "O" to match-status
            accept match-offer-date from date yyyymmdd
            move spaces to match-mentor-answer match-mentee-answer
            move spaces to match-answer-reason
            rewrite match-record
            call "notify" using by reference
                match-mentor-id match-mentee-id ws-notify-offered
            display '{"status": "match approved - offered to both parties"}'
    end-evaluate.

*> One party's yes. The match goes active - and its start date is
*> set - only when the second yes lands, at which point both are
*> told they are paired, exactly as an approval used to do.
accept-this-offer.
    if not match-is-offered
        display '{"error": "match is not on offer"}'
    else
        if ws-party = "mentor"
            move "Y" to match-mentor-answer
        else
            move "Y" to match-mentee-answer
        end-if
        if match-mentor-answer = "Y" and match-mentee-answer = "Y"
            move "A" to match-status
            accept match-date from date yyyymmdd
            rewrite match-record
            call "notify" using by reference
                match-mentor-id match-mentee-id ws-notify-matched
            display '{"status": "offer accepted - match is active"}'
        else
            rewrite match-record
            display '{"status": "acceptance recorded - awaiting the other party"}'
        end-if
    end-if.

*> Either party's no closes the offer. The mentor's place is freed
*> (a declined match holds no load) and the mentee goes back on the
*> waiting list at the date they first started waiting, so the next
*> matching run tries again without costing them their place.
decline-this-offer.
    if not match-is-offered
        display '{"error": "match is not on offer"}'
    else
        if ws-party = "mentor"
            move "N" to match-mentor-answer
        else
            move "N" to match-mentee-answer
        end-if
        move "D" to match-status
        accept match-end-date from date yyyymmdd
        move spaces to match-end-reason
        move ws-answer-reason to match-answer-reason
        rewrite match-record
        perform requeue-offered-mentee
        call "notify" using by reference
            match-mentor-id match-mentee-id ws-notify-declined
        display '{"status": "offer declined - mentee returned to the waiting list"}'
    end-if.

*> A proposal made before the wait-date was kept on the match falls
*> back to the proposal date, the nearest thing on record.
requeue-offered-mentee.
    if match-wait-date is numeric
        move match-wait-date to ws-requeue-date
    else
        move match-date to ws-requeue-date
    end-if
    call "waitreq" using by reference
        match-town-code match-mentee-id ws-requeue-date.

*> Coordinator rejection: the proposal is closed without ever having
*> been announced, and both parties are free for the next run.
reject-this-match.
        display '{"status": "match ended"}'
    end-if.

*> Move the mentee to a new mentor without losing the pairing's
*> history. The old match is ended with the reason given, and a
*> successor written for the same mentee, town and programme with
*> the new mentor: it names the old match as its predecessor and
*> carries the chain's journey id, the mentee's original wait-date,
*> and the date the six-month review clock runs from (the old
*> pairing's latest review, else wherever its own clock started).
*> The successor goes through the offer stage like any approved
*> match - the mentee has not agreed to this mentor yet - and the
*> goals set on the old match are copied onto it. The new mentor
*> must be an active, currently vetted mentor who is not on the
*> do-not-pair list against the mentee.
reassign-this-match.
    if not match-is-active
        display '{"error": "match is not active"}'
        go to reassign-exit
    end-if
    if ws-new-mentor = match-mentor-id
        display '{"error": "new mentor is the current mentor"}'
        go to reassign-exit
    end-if

    move match-id to ws-old-match-id
    move match-mentor-id to ws-old-mentor
    move match-mentee-id to ws-old-mentee
    move match-town-code to ws-old-town
    move match-programme to ws-old-programme
    if match-wait-date is numeric
        move match-wait-date to ws-old-wait-date
    else
        move match-date to ws-old-wait-date
    end-if
    if match-journey-id not = spaces
        move match-journey-id to ws-old-journey
    else
        move match-id to ws-old-journey
    end-if
    move match-coordinator-id to ws-old-coordinator

    perform check-new-mentor
    if not new-mentor-ok
        display
            function concatenate ('{"error": "',
                function trim(ws-refusal), '"}')
        end-display
        go to reassign-exit
    end-if

    perform find-review-clock
    accept ws-today from date yyyymmdd

    *> The successor's id, off the shared sequence.
    move 0 to ws-last-id
    open input match-id-seq
    if seq-status = "00"
        read match-id-seq
            at end
                move 0 to seq-record
        end-read
        move seq-record to ws-last-id
    end-if
    close match-id-seq
    add 1 to ws-last-id giving ws-new-id
    move ws-new-id to ws-new-match-id

    *> Close the old pairing first, then build its successor in the
    *> same record area.
    move "E" to match-status
    move ws-today to match-end-date
    move ws-reason-code to match-end-reason
    rewrite match-record

    move ws-new-match-id to match-id
    move ws-new-mentor to match-mentor-id
    move ws-old-mentee to match-mentee-id
    move ws-old-town to match-town-code
    move ws-today to match-date
    move "O" to match-status
    move spaces to match-end-date match-end-reason
    move spaces to match-adjacent-flag
    move ws-old-programme to match-programme
    move ws-today to match-offer-date
    move spaces to match-mentor-answer match-mentee-answer
    move ws-old-wait-date to match-wait-date
    move spaces to match-answer-reason
    move ws-old-match-id to match-predecessor-id
    move ws-old-journey to match-journey-id
    move ws-review-from to match-review-from
    move ws-old-coordinator to match-coordinator-id
    *> The new mentor was chosen by hand, not scored by the run.
    move 0 to match-score match-score-int match-score-avl
    move 0 to match-score-age
    move spaces to match-score-source
    write match-record
        invalid key
            *> The old pairing is already closed; put it back rather
            *> than strand the mentee.
            move ws-old-match-id to match-id
            read match-file key is match-id
                not invalid key
                    move "A" to match-status
                    move spaces to match-end-date match-end-reason
                    rewrite match-record
            end-read
            display '{"error": "match id collision - try again"}'
            go to reassign-exit
    end-write

    open output match-id-seq
    move ws-new-id to seq-record
    write seq-record
    close match-id-seq

    perform carry-goals-forward

    call "notify" using by reference
        ws-old-mentor ws-old-mentee ws-notify-ended
    call "notify" using by reference
        ws-new-mentor ws-old-mentee ws-notify-offered
    display
        function concatenate ('{"status": "match reassigned - ',
            'successor ', function trim(ws-new-match-id),
            ' offered to both parties"}')
    end-display.

reassign-exit.
    exit.

*> Owner of a single pairing, over the town's default. Only an open
*> pairing has a caseload to sit in.
assign-coordinator.
    if not match-is-pending and not match-is-offered
       and not match-is-active
        display '{"error": "match is not open"}'
    else
        if ws-coordinator = "TOWN"
            move spaces to match-coordinator-id
            rewrite match-record
            display '{"status": "match returned to the town coordinator"}'
        else
            move ws-coordinator to match-coordinator-id
            rewrite match-record
            display '{"status": "coordinator assigned"}'
        end-if
    end-if.

check-coordinator.
    move spaces to ws-refusal
    if ws-coordinator = spaces
        move "coordinator is required" to ws-refusal
    end-if
    if ws-coordinator not = spaces and ws-coordinator not = "TOWN"
        move "coordinator not found" to ws-refusal
        open input coordinator-file
        if co-status = "00"
            move ws-coordinator to coord-id
            read coordinator-file key is coord-id
                not invalid key
                    if coord-is-active
                        move spaces to ws-refusal
                    else
                        move "coordinator is not active" to ws-refusal
                    end-if
            end-read
            close coordinator-file
        end-if
    end-if.

*> A run that has staged proposals (or died staging them) owns the
*> sequence until its commit lands.
check-matching-run-idle.
    move spaces to ws-refusal
    open input run-state
    if st-status = "00"
        read run-state
            at end
                move spaces to run-state-record
        end-read
        close run-state
        if mst-phase = "staging" or mst-phase = "staged"
            move "matching run in progress" to ws-refusal
        end-if
    end-if.

check-new-mentor.
    move "N" to ws-mentor-ok
    move spaces to ws-refusal
    open input person-master
    if pm-status not = "00"
        move "person lookup unavailable" to ws-refusal
    else
        move ws-new-mentor to person-id
        read person-master key is person-id
            invalid key
                move "new mentor not found" to ws-refusal
            not invalid key
                if not person-is-active
                    move "new mentor is not active" to ws-refusal
                else
                    if not person-is-mentor and not person-is-both
                        move "new mentor is not enrolled as a mentor"
                            to ws-refusal
                    end-if
                end-if
                move 1 to ws-mentor-cap
                if person-mentor-capacity is numeric
                   and person-mentor-capacity > 0
                    move person-mentor-capacity to ws-mentor-cap
                end-if
        end-read
        close person-master
    end-if

    *> A safeguarding hold on either the new mentor or the mentee
    *> stops the reassignment, as it stops the matching run pairing
    *> them - the pairing stays as it is for the safeguarding lead.
    if ws-refusal = spaces
        call "sghold" using by reference
            ws-new-mentor ws-no-party ws-sg-held
        if not person-sg-held
            call "sghold" using by reference
                ws-no-party ws-old-mentee ws-sg-held
        end-if
        if person-sg-held
            move "pairing is on safeguarding hold" to ws-refusal
        end-if
    end-if

    if ws-refusal = spaces
        move "new mentor has no current vetting clearance"
            to ws-refusal
        open input vetting-file
        if vt-status = "00"
            move ws-new-mentor to vet-person-id
            accept ws-today from date yyyymmdd
            read vetting-file key is vet-person-id
                not invalid key
                    if vet-is-cleared
                       and vet-expiry-date >= ws-today
                        move spaces to ws-refusal
                    end-if
            end-read
            close vetting-file
        end-if
    end-if

    if ws-refusal = spaces
        move "N" to ws-eof-aux
        open input exclusion-file
        if ex-status = "00"
            perform check-one-exclusion
                until at-eof-aux or ws-refusal not = spaces
            close exclusion-file
        end-if
    end-if

    *> One of the mentee's own household is never their mentor, as
    *> in the matching run.
    if ws-refusal = spaces
        open input household-file
        if hh-status = "00"
            perform check-new-mentor-household
            close household-file
        end-if
    end-if

    *> No more pairings than the mentor has room for, counted as the
    *> matching run counts them. Positioning on the mentor key moves
    *> off the match being reassigned, so it is read back afterwards.
    if ws-refusal = spaces
        perform count-new-mentor-load
        if ws-mentor-load >= ws-mentor-cap
            move "new mentor has no free capacity" to ws-refusal
        end-if
        move ws-old-match-id to match-id
        read match-file key is match-id
            invalid key
                move "match could not be re-read" to ws-refusal
        end-read
    end-if

    if ws-refusal = spaces
        move "Y" to ws-mentor-ok
    end-if.

count-new-mentor-load.
    move 0 to ws-mentor-load
    move "N" to ws-eof-aux
    move ws-new-mentor to match-mentor-id
    start match-file key not less than match-mentor-id
        invalid key
            move "Y" to ws-eof-aux
    end-start
    perform count-one-mentor-match until at-eof-aux.

count-one-mentor-match.
    read match-file next record
        at end
            move "Y" to ws-eof-aux
    end-read

    if not at-eof-aux and match-mentor-id not = ws-new-mentor
        move "Y" to ws-eof-aux
    end-if

    if not at-eof-aux
       and (match-is-active or match-is-pending or match-is-offered)
        add 1 to ws-mentor-load
    end-if.

check-new-mentor-household.
    move spaces to ws-mentee-household
    move ws-old-mentee to hh-person-id
    read household-file key is hh-person-id
        not invalid key
            move hh-household-id to ws-mentee-household
    end-read
    if ws-mentee-household not = spaces
        move ws-new-mentor to hh-person-id
        read household-file key is hh-person-id
            not invalid key
                if hh-household-id = ws-mentee-household
                    move "new mentor is in this mentee's household"
                        to ws-refusal
                end-if
        end-read
    end-if.

check-one-exclusion.
    read exclusion-file
        at end
            move "Y" to ws-eof-aux
    end-read

    if not at-eof-aux
       and ((exc-person-a = ws-new-mentor
             and exc-person-b = ws-old-mentee)
            or (exc-person-a = ws-old-mentee
                and exc-person-b = ws-new-mentor))
        move "new mentor is on the do-not-pair list for this mentee"
            to ws-refusal
    end-if.

*> Where the old pairing's review clock stood: its latest logged
*> review, else the date its own clock ran from (carried from an
*> earlier link in the chain, or its match date).
find-review-clock.
    if match-review-from is numeric
        move match-review-from to ws-review-from
    else
        move match-date to ws-review-from
    end-if
    move "N" to ws-eof-aux
    open input reviews-file
    if rv-status = "00"
        perform check-one-review until at-eof-aux
        close reviews-file
    end-if.

check-one-review.
    read reviews-file
        at end
            move "Y" to ws-eof-aux
    end-read

    if not at-eof-aux and rev-match-id = ws-old-match-id
       and rev-date > ws-review-from
        move rev-date to ws-review-from
    end-if.

*> Copy the old match's goals onto the successor, keeping the date
*> each was set and its baseline, so the distance travelled is still
*> measured from where the mentee started.
carry-goals-forward.
    move 0 to ws-cg-count
    move "N" to ws-eof-aux
    open input goals-file
    if gl-status = "00"
        perform collect-one-goal until at-eof-aux
        close goals-file
    end-if

    if ws-cg-count > 0
        open extend goals-file
        if gl-status = "35"
            open output goals-file
        end-if
        perform write-carried-goal
            varying ws-cg-idx from 1 by 1
            until ws-cg-idx > ws-cg-count
        close goals-file
    end-if.

collect-one-goal.
    read goals-file
        at end
            move "Y" to ws-eof-aux
    end-read

    if not at-eof-aux and goal-match-id = ws-old-match-id
       and ws-cg-count < 50
        add 1 to ws-cg-count
        move goal-set-date to ws-cg-date(ws-cg-count)
        move goal-baseline to ws-cg-baseline(ws-cg-count)
        move goal-text to ws-cg-text(ws-cg-count)
    end-if.

write-carried-goal.
    move ws-new-match-id to goal-match-id
    move ws-cg-date(ws-cg-idx) to goal-set-date
    move ws-cg-baseline(ws-cg-idx) to goal-baseline
    move ws-cg-text(ws-cg-idx) to goal-text
    write goal-record.

*> Attach a goal to the pairing - open (pending, offered or active)
*> matches only, since a closed pairing has no distance left to travel. The
*> goal is appended to the goals file; the match record itself is
*> not touched.
add-goal-to-match.
    if not match-is-pending and not match-is-active
       and not match-is-offered
        display '{"error": "match is not open"}'
    else
        if ws-goal-text = spaces
