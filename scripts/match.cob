*> parental consent in force is held back and listed for chasing.
*> With MATCH_REQUIRE_INDUCTION set, a mentor whose induction
*> training is incomplete or lapsed is held out the same way.
*> Anyone party to an open safeguarding case with the pairing on
*> hold is left alone until the safeguarding lead releases it: a
*> held mentor never enters the pool, a held mentee keeps their
*> place on the waiting list but is not paired.
*> Proposals are written pending ("P") for coordinator approval -
*> nothing is announced from here.
*>
*>     per-town positions.
*> The waiting list keeps everyone whose wait is not actually over:
*> mentees with no mentor, minors still awaiting consent, and
*> mentees whose proposal is pending coordinator sign-off or is on
*> offer awaiting the parties' answers - so a rejected proposal, a
*> declined or lapsed offer or late consent never resets a
*> wait-date.
*> Prior matches, carried waiting-list entries and the like are
*> found by re-reading the files concerned, never by capped tables.
*>
   organization is indexed
   access mode is dynamic
   record key is match-id
   alternate record key is match-mentor-id with duplicates
   alternate record key is match-mentee-id with duplicates
   sharing with no other
   file status is mt-status.

   organization is line sequential
   file status is ex-status.

   select household-file assign to "data/household.dat"
   organization is indexed
   access mode is dynamic
   record key is hh-person-id
   alternate record key is hh-household-id with duplicates
   file status is hh-status.

   select mentor-work assign to "data/mentorwk.dat"
   organization is indexed
   access mode is dynamic
01 waiting-new-record    pic x(28).

fd match-stage.
01 match-stage-line      pic x(250).

fd run-state.
01 run-state-record.
fd exclusion-file.
copy "exclrec.cpy".

fd household-file.
copy "hholdrec.cpy".

*> One record per pool-eligible mentor, keyed programme then town
*> then id so a mentee's group reads off in one START/READ NEXT
*> sweep; the remaining-capacity count is updated in place as
   88 mentee-match-pending  value "P".
01 ws-probe-id          pic x(10).

*> The person's age on the run date, worked out from their date of
*> birth (the held enrolment age only where no date is on file) -
*> the consent gate and the age-gap scoring both use it.
01 ws-age-now           pic 9(3) value 0.

*> Seniority for the mentee sort: a mentee carried on the waiting
*> list keeps their original wait-date and place; a newly enrolled
*> mentee starts waiting today, behind everyone carried forward.
01 ws-paused-mentors    pic 9(6) value 0.
01 ws-paused-mentees    pic 9(6) value 0.

*> Safeguarding hold, asked of sghold per person - blank on the
*> other side means "paired with anyone". Held people are treated
*> like paused ones, and counted apart so the report shows why.
01 ws-sg-held           pic x value "N".
   88 person-sg-held       value "Y".
01 ws-no-party          pic x(10) value spaces.
01 ws-held-mentors      pic 9(6) value 0.
01 ws-held-mentees      pic 9(6) value 0.

*> Report-only mode, switched by MATCH_DRY_RUN=Y the way the other
*> knobs are switched by environment: the whole run happens - pool,
*> scoring, pairing, waiting-list rebuild - and the full report is
01 ws-pair-excluded     pic x value "N".
   88 pairing-excluded     value "Y".

*> Household members are an automatic do-not-pair for the mentor
*> role: the mentee's household is looked up once as they come off
*> the sort, and a candidate mentor in the same household is
*> excluded like a listed pair. No household file means no links.
01 hh-status            pic xx.
01 ws-household-open    pic x value "N".
   88 households-available value "Y".
01 ws-mentee-household  pic x(10).

01 ws-dry-env           pic x(10).
01 ws-dry-run           pic x value "N".
   88 dry-run-mode         value "Y".
*> failed, 12 when the master was unavailable).
01 ws-start-time        pic x(8).
01 ws-step-name         pic x(8) value "MATCH".
01 ws-report-file       pic x(64) value "data/matchreport.txt".
01 ws-outcome           pic x(8).
01 ws-rl-read           pic 9(8) value 0.
01 ws-rl-written        pic 9(8) value 0.
    if cn-status = "00"
        move "Y" to ws-consent-open
    end-if
    open input household-file
    if hh-status = "00"
        move "Y" to ws-household-open
    end-if

    move spaces to ws-induction-env
    accept ws-induction-env from environment "MATCH_REQUIRE_INDUCTION"
    if consent-available
        close consent-file
    end-if
    if households-available
        close household-file
    end-if
    if training-available
        close training-file
    end-if
    end-if

    if not at-eof-person and person-is-active
        call "ageof" using by reference
            person-birth-date ws-run-date person-age ws-age-now
        perform check-person-pause
        if person-is-mentor or person-is-both
            call "sghold" using by reference
                person-id ws-no-party ws-sg-held
            evaluate true
                when person-on-pause
                    add 1 to ws-paused-mentors
                when person-sg-held
                    add 1 to ws-held-mentors
                when other
                    perform consider-mentor
            end-evaluate
        end-if
        if person-is-mentee or person-is-both
            call "sghold" using by reference
                ws-no-party person-id ws-sg-held
            evaluate true
                when person-on-pause
                    add 1 to ws-paused-mentees
                    perform hold-paused-mentee
                when person-sg-held
                    add 1 to ws-held-mentees
                    perform hold-paused-mentee
                when other
                    perform consider-mentee
            end-evaluate
        end-if
    end-if.

            move person-id to mw-id
            move ws-mentor-load to mw-active
            move ws-mentor-cap to mw-capacity
            move ws-age-now to mw-age
            move person-interests to mw-ints
            move person-availability to mw-avail
            write mentor-work-record
    move person-id to srt-id
    move person-town-code to srt-town
    move person-programme to srt-prog
    move ws-age-now to srt-age
    move person-interests to srt-ints
    move person-availability to srt-avail

            when mentee-match-active
                continue
            when mentee-match-pending
                *> A proposal awaiting sign-off, or an offer awaiting
                *> the parties' answers, keeps its mentee on the
                *> waiting list - if it is rejected, declined or
                *> lapses, their seniority is still there.
                perform hold-wait-candidate
            when other
                release mentee-sort-record
*> consent record with consent in force. With no consent file at
*> all every minor is held back - the report says so.
check-mentee-consent.
    if ws-age-now >= 18
        move "Y" to ws-consent-ok
    else
        move "N" to ws-consent-ok
        end-if
    end-if.

*> How many active, pending or offered matches this mentor already
*> holds - counted off the MATCH file itself, positioned on the
*> mentor key so only this mentor's matches are read, and no capped
*> lookup table is involved. A proposal awaiting coordinator
*> sign-off, or an offer awaiting the parties' answers, holds its
*> mentor's capacity just as an approved match does; a declined or
*> lapsed offer frees it.
count-mentor-load.
    move 0 to ws-mentor-load
    move person-id to ws-probe-id
    move "N" to ws-eof-match
    move ws-probe-id to match-mentor-id
    start match-file key not less than match-mentor-id
        invalid key
            move "Y" to ws-eof-match
    end-start
            move "Y" to ws-eof-match
    end-read

    if not at-eof-match and match-mentor-id not = ws-probe-id
        move "Y" to ws-eof-match
    end-if

    if not at-eof-match
       and (match-is-active or match-is-pending or match-is-offered)
        add 1 to ws-mentor-load
    end-if.

*> Is this mentee already in an active or a pending match? Read
*> the same way, off the mentee key; an active match outranks a
*> pending one, and an offer still awaiting its answers counts as
*> pending - the mentee keeps their place until it is accepted.
check-mentee-match-state.
    move "N" to ws-match-kind
    move person-id to ws-probe-id
    move "N" to ws-eof-match
    move ws-probe-id to match-mentee-id
    start match-file key not less than match-mentee-id
        invalid key
            move "Y" to ws-eof-match
    end-start
            move "Y" to ws-eof-match
    end-read

    if not at-eof-match and match-mentee-id not = ws-probe-id
        move "Y" to ws-eof-match
    end-if

    if not at-eof-match
        if match-is-active
            move "A" to ws-match-kind
        end-if
        if (match-is-pending or match-is-offered)
           and ws-match-kind = "N"
            move "P" to ws-match-kind
        end-if
    end-if.

    if not at-sort-eof
        perform split-mentee-tokens
        perform find-mentee-household
        perform find-best-mentor
        if ws-found-mentor = "N"
            perform find-adjacent-mentor
    end-if.

*> Is the candidate mentor excluded against the mentee in hand, in
*> either direction - or one of the mentee's own household? No
*> exclusion file simply means nobody is listed.
check-pair-exclusion.
    move "N" to ws-pair-excluded
    move "N" to ws-eof-excl
        perform check-one-exclusion
            until at-eof-excl or pairing-excluded
        close exclusion-file
    end-if
    if not pairing-excluded and ws-mentee-household not = spaces
        perform check-household-pairing
    end-if.

find-mentee-household.
    move spaces to ws-mentee-household
    if households-available
        move srt-id to hh-person-id
        read household-file key is hh-person-id
            invalid key
                continue
            not invalid key
                move hh-household-id to ws-mentee-household
        end-read
    end-if.

check-household-pairing.
    move mw-id to hh-person-id
    read household-file key is hh-person-id
        invalid key
            continue
        not invalid key
            if hh-household-id = ws-mentee-household
                move "Y" to ws-pair-excluded
            end-if
    end-read.

check-one-exclusion.
    read exclusion-file
        at end
        move spaces to match-adjacent-flag
    end-if
    move srt-prog to match-programme
    move spaces to match-offer-date match-mentor-answer
    move spaces to match-mentee-answer match-answer-reason
    move srt-wait-date to match-wait-date
    move spaces to match-predecessor-id match-journey-id
    move spaces to match-review-from
    move spaces to match-coordinator-id
    move ws-best-score to match-score
    move ws-best-int to match-score-int
    move ws-best-avl to match-score-avl
    move ws-best-age to match-score-age
    move "R" to match-score-source
    *> A live proposal goes to the stage file for the commit; a
    *> preview one goes nowhere. Either way it is counted, scored
    *> and reported alike, the mentor's capacity is used up in the
        end-string
        write report-line
    end-if
    if ws-held-mentors > 0
        move spaces to report-line
        string
            "mentors on safeguarding hold, kept out of the pool: "
            ws-held-mentors
            delimited by size into report-line
        end-string
        write report-line
    end-if
    if ws-held-mentees > 0
        move spaces to report-line
        string
            "mentees on safeguarding hold, held on waiting list: "
            ws-held-mentees
            delimited by size into report-line
        end-string
        write report-line
    end-if
    if ws-unconsented-count > 0
        move spaces to report-line
        string
            to report-line
        write report-line
    end-if
    close match-report
    call "rptgen" using by reference ws-report-file ws-step-name.

end program match.
