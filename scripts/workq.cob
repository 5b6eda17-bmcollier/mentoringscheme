identification division.
program-id. workq.

*> Nightly work queue: one to-do list per coordinator in place of the
*> eight chase reports they used to open each morning. Every
*> actionable item is worked out afresh from the records themselves
*> on each run, by the same rules the separate reports use, so an
*> item drops off the night after the underlying record is put right
*> - there is nothing on the queue to tick off by hand:
*>   REVIEW     six-month review past due (REVIEW_DAYS)  - log it
*>   STALLED    no session inside the stall window
*>              (STALL_DAYS), parties not on pause       - log one
*>   COMPLAINT  unresolved past its response deadline    - resolve
*>   BOUNCE     contact flagged unreachable by the comms
*>              reconciliation                           - amend it
*>   WAITING    on the waiting list over 90 days         - pair them
*>   VETTING    check expired or inside the renewal
*>              window (VET_WINDOW_DAYS)                 - renew it
*>   TRAINING   completion lapsed or inside the refresher
*>              window (TRAIN_WINDOW_DAYS)               - retake it
*>   CONSENT    under-18 held off matching for want of
*>              parental consent                         - record it
*>   EMERGENCY  under-18 mentee in an active match with
*>              no emergency contact on file (counted
*>              from the match date)                     - record one
*>   SUSPENSE   rejected enrolment held in suspense past
*>              the window (SUSPENSE_DAYS)               - correct
*>                                                         or discard
*> A minor held for consent is listed for the consent, not again for
*> the wait, since consent is what has to happen first. Ownership is
*> worked out by coordof exactly as the caseload report does it: the
*> coordinator named on the match, else the default coordinator of
*> the town (the person's town for a person item). Work nobody owns
*> goes under "(unassigned)" so it is seen rather than lost.
*>
*> The items come off a sort keyed on the owner, then the furthest
*> overdue first, so each coordinator's list reads in priority
*> order. Items still inside a window (a check that expires next
*> month) carry a negative figure and sort after the overdue ones.

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

   select reviews-file assign to "data/reviews.dat"
   organization is line sequential
   file status is rv-status.

   select session-log assign to "data/sessions.dat"
   organization is indexed
   access mode is dynamic
   record key is sess-id
   alternate record key is sess-pair-key with duplicates
   file status is sn-status.

   select person-master assign to "data/personmst.dat"
   organization is indexed
   access mode is dynamic
   record key is person-id
   file status is pm-status.

   select complaints-file assign to "data/complaints.dat"
   organization is line sequential
   file status is cp-status.

   select results-history assign to "data/commsdone.dat"
   organization is line sequential
   file status is rh-status.

   select waiting-list assign to "data/waitlist.dat"
   organization is line sequential
   file status is wl-status.

   select vetting-file assign to "data/vetting.dat"
   organization is indexed
   access mode is dynamic
   record key is vet-person-id
   file status is vt-status.

   select training-file assign to "data/training.dat"
   organization is indexed
   access mode is dynamic
   record key is trn-key
   file status is tr-status.

   select consent-file assign to "data/consent.dat"
   organization is indexed
   access mode is dynamic
   record key is cons-person-id
   file status is cn-status.

   select emergency-contacts assign to "data/emergcon.dat"
   organization is indexed
   access mode is dynamic
   record key is emc-key
   file status is ec-status.

   select coordinator-file assign to "data/coords.dat"
   organization is indexed
   access mode is dynamic
   record key is coord-id
   file status is co-status.

   select suspense-file assign to "data/suspense.dat"
   organization is indexed
   access mode is dynamic
   record key is susp-id
   file status is ss-status.

   select queue-report assign to "data/workqueue.txt"
   organization is line sequential
   file status is rpt-status.

   select queue-sort assign to "data/workq.srt".

data division.
file section.
fd match-file.
copy "matchrec.cpy".

fd reviews-file.
copy "revwrec.cpy".

fd session-log.
copy "sessnrec.cpy".

fd person-master.
copy "personrec.cpy".

fd complaints-file.
copy "cmplrec.cpy".

fd results-history.
01 history-line          pic x(80).

fd waiting-list.
copy "waitrec.cpy".

fd vetting-file.
copy "vettrec.cpy".

fd training-file.
copy "trncmrec.cpy".

fd consent-file.
copy "consrec.cpy".

fd emergency-contacts.
copy "emcnrec.cpy".

fd coordinator-file.
copy "coordrec.cpy".

fd suspense-file.
copy "susprec.cpy".

fd queue-report.
01 report-line           pic x(160).

*> srt-overdue is days past due (negative: due in that many days).
*> A type of spaces is the zero record released for every active
*> coordinator so an empty queue still breaks out; it carries the
*> lowest figure there is, so it always sorts last in its group.
sd queue-sort.
01 queue-sort-record.
   05 srt-owner          pic x(8).
   05 srt-overdue        pic s9(6).
   05 srt-type           pic x(10).
   05 srt-id             pic x(10).
   05 srt-detail         pic x(40).
   05 srt-action         pic x(60).

working-storage section.
01 mt-status            pic xx.
01 rv-status            pic xx.
01 sn-status            pic xx.
01 pm-status            pic xx.
01 cp-status            pic xx.
01 rh-status            pic xx.
01 wl-status            pic xx.
01 vt-status            pic xx.
01 tr-status            pic xx.
01 cn-status            pic xx.
01 ec-status            pic xx.
01 co-status            pic xx.
01 ss-status            pic xx.
01 rpt-status           pic xx.
01 ws-eof               pic x value "N".
   88 at-eof                value "Y".
01 ws-eof-rev           pic x value "N".
   88 at-eof-rev            value "Y".
01 ws-eof-sess          pic x value "N".
   88 at-eof-sess           value "Y".
01 ws-eof-hist          pic x value "N".
   88 at-eof-hist           value "Y".
01 ws-sort-eof          pic x value "N".
   88 at-sort-eof          value "Y".

*> pm-status and friends are overwritten by every keyed READ, so
*> "is the file open" lives in its own flag set once at OPEN.
01 ws-master-open       pic x value "N".
   88 master-available     value "Y".
01 ws-coords-open       pic x value "N".
   88 coords-available     value "Y".
01 ws-consent-open      pic x value "N".
   88 consent-available    value "Y".
01 ws-contacts-open     pic x value "N".
   88 contacts-available   value "Y".
01 ws-contact-held      pic x value "N".
   88 contact-held         value "Y".

01 ws-run-date          pic x(8).
01 ws-run-day-int       pic 9(8).
01 ws-date-numeric      pic 9(8).
01 ws-base-int          pic 9(8).
01 ws-due-int           pic 9(8).
01 ws-due-date          pic 9(8).
01 ws-days-over         pic s9(8).
01 ws-closed-days       pic 9(5).
01 ws-closure-from      pic x(8).
01 ws-closure-to        pic x(8).
01 ws-closure-from-num  pic 9(8).
01 ws-env-value         pic x(10).

*> The same windows the separate reports use, and the same overrides.
01 ws-review-days       pic 9(4) value 182.
01 ws-stall-days        pic 9(4) value 30.
01 ws-wait-days         pic 9(4) value 90.
01 ws-vet-window        pic 9(4) value 60.
01 ws-train-window      pic 9(4) value 60.
01 ws-suspense-days     pic 9(4) value 3.

01 ws-owner             pic x(8).
01 ws-no-override       pic x(8) value spaces.
01 ws-person-town       pic x(6).
01 ws-person-found      pic x value "N".
   88 person-found         value "Y".
01 ws-last-review       pic x(8).
01 ws-last-sess-date    pic x(8).
01 ws-person-paused     pic x value "N".
01 ws-pair-paused       pic x value "N".
   88 pairing-on-pause     value "Y".
01 ws-mentee-age        pic 9(3).
01 ws-consent-held      pic x value "N".
   88 held-for-consent     value "Y".

*> Comms results history line, for the date of the latest bounce.
01 ws-hist-date         pic x(20).
01 ws-hist-kind         pic x(20).
01 ws-hist-person       pic x(20).
01 ws-hist-key          pic x(10).
01 ws-id-numeric        pic 9(10) value 0.
01 ws-last-bounce       pic x(8).

*> Control-break state and the line being built.
01 ws-cur-owner         pic x(8).
01 ws-owner-open        pic x value "N".
01 ws-owner-items       pic 9(6).
01 ws-coord-name        pic x(40).
01 ws-overdue-text      pic x(18).
01 ws-overdue-edited    pic z(5)9.
01 ws-overdue-abs       pic 9(6).
01 ws-items-edited      pic z(5)9.
01 ws-item-count        pic 9(6) value 0.
01 ws-unassigned-count  pic 9(6) value 0.
01 ws-empty-queues      pic 9(4) value 0.

*> Run-control accounting (0 when nothing is outstanding, 4 when the
*> queue has anything on it, 12 when the MATCH file is unavailable).
01 ws-start-time        pic x(8).
01 ws-step-name         pic x(8) value "WORKQ".
01 ws-report-file       pic x(64) value "data/workqueue.txt".
01 ws-outcome           pic x(8).
01 ws-rl-read           pic 9(8) value 0.
01 ws-rl-written        pic 9(8) value 0.
01 ws-rl-reject         pic 9(8) value 0.

procedure division.
main-line.
    accept ws-start-time from time
    accept ws-run-date from date yyyymmdd
    perform read-window-overrides

    open input match-file
    if mt-status not = "00"
        display "workq: MATCH file not available, status " mt-status
        move "error" to ws-outcome
        move 12 to return-code
        perform write-run-record
        go to main-line-exit
    end-if

    open input person-master
    if pm-status = "00"
        move "Y" to ws-master-open
    end-if
    open input coordinator-file
    if co-status = "00"
        move "Y" to ws-coords-open
    end-if
    open input consent-file
    if cn-status = "00"
        move "Y" to ws-consent-open
    end-if
    open input emergency-contacts
    if ec-status = "00"
        move "Y" to ws-contacts-open
    end-if

    move function integer-of-date(function numval(ws-run-date))
        to ws-run-day-int

    open output queue-report
    move "coordinator work queue" to report-line
    write report-line
    move spaces to report-line
    string "run date " ws-run-date
        "  furthest overdue first; a line goes once its record is put right"
        delimited by size into report-line
    end-string
    write report-line

    sort queue-sort
        on ascending key srt-owner
        on descending key srt-overdue
        on ascending key srt-type srt-id
        input procedure is release-work-items
        output procedure is write-by-owner

    move spaces to report-line
    write report-line
    move spaces to report-line
    string
        "items " ws-item-count
        "  unassigned " ws-unassigned-count
        "  coordinators with nothing outstanding " ws-empty-queues
        delimited by size into report-line
    end-string
    write report-line
    close queue-report
    call "rptgen" using by reference ws-report-file ws-step-name

    close match-file
    if master-available
        close person-master
    end-if
    if coords-available
        close coordinator-file
    end-if
    if consent-available
        close consent-file
    end-if
    if contacts-available
        close emergency-contacts
    end-if

    move ws-item-count to ws-rl-written
    if ws-item-count > 0
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

read-window-overrides.
    move spaces to ws-env-value
    accept ws-env-value from environment "REVIEW_DAYS"
    if function trim(ws-env-value) is numeric
        move function trim(ws-env-value) to ws-review-days
    end-if
    move spaces to ws-env-value
    accept ws-env-value from environment "STALL_DAYS"
    if function trim(ws-env-value) is numeric
        move function trim(ws-env-value) to ws-stall-days
    end-if
    move spaces to ws-env-value
    accept ws-env-value from environment "VET_WINDOW_DAYS"
    if function trim(ws-env-value) is numeric
        move function trim(ws-env-value) to ws-vet-window
    end-if
    move spaces to ws-env-value
    accept ws-env-value from environment "TRAIN_WINDOW_DAYS"
    if function trim(ws-env-value) is numeric
        move function trim(ws-env-value) to ws-train-window
    end-if
    move spaces to ws-env-value
    accept ws-env-value from environment "SUSPENSE_DAYS"
    if function trim(ws-env-value) is numeric
        move function trim(ws-env-value) to ws-suspense-days
    end-if.

*> One zero record per active coordinator, then every source in
*> turn.
release-work-items.
    if coords-available
        move "N" to ws-eof
        perform release-one-coordinator until at-eof
    end-if

    move "N" to ws-eof
    perform check-one-match until at-eof

    move "N" to ws-eof
    open input complaints-file
    if cp-status = "00"
        perform check-one-complaint until at-eof
        close complaints-file
    end-if

    if master-available
        move "N" to ws-eof
        move low-values to person-id
        start person-master key not less than person-id
            invalid key
                move "Y" to ws-eof
        end-start
        perform check-one-person until at-eof
    end-if

    move "N" to ws-eof
    open input waiting-list
    if wl-status = "00"
        perform check-one-waiting until at-eof
        close waiting-list
    end-if

    move "N" to ws-eof
    open input vetting-file
    if vt-status = "00"
        perform check-one-vetting until at-eof
        close vetting-file
    end-if

    move "N" to ws-eof
    open input training-file
    if tr-status = "00"
        perform check-one-completion until at-eof
        close training-file
    end-if

    move "N" to ws-eof
    open input suspense-file
    if ss-status = "00"
        perform check-one-suspense until at-eof
        close suspense-file
    end-if.

release-one-coordinator.
    read coordinator-file next record
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof and coord-is-active
        move spaces to queue-sort-record
        move coord-id to srt-owner
        move -999999 to srt-overdue
        release queue-sort-record
    end-if.

*> --- Matches: the review clock and the stall window -------------
check-one-match.
    read match-file next record
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof
        add 1 to ws-rl-read
        if match-is-active
            call "coordof" using by reference
                match-town-code match-coordinator-id ws-owner
            if match-date is numeric
                perform check-review-due
            end-if
            perform check-pairing-pause
            if not pairing-on-pause
                perform check-stalled
            end-if
            perform check-emergency-contact
        end-if
    end-if.

*> As the review-due report: due the review cycle after the latest
*> review, else the date the clock had reached on a pairing this one
*> replaced, else the match date - pushed back a day per closure.
check-review-due.
    perform find-latest-review
    if ws-last-review is numeric
        move ws-last-review to ws-date-numeric
    else
        if match-review-from is numeric
            move match-review-from to ws-date-numeric
        else
            move match-date to ws-date-numeric
        end-if
    end-if
    move function integer-of-date(ws-date-numeric) to ws-base-int
    compute ws-due-int = ws-base-int + ws-review-days
    compute ws-days-over = ws-run-day-int - ws-due-int
    if ws-days-over > 0
        perform take-off-closure-days
        add ws-closed-days to ws-due-int
    end-if
    if ws-days-over > 0
        move function date-of-integer(ws-due-int) to ws-due-date
        move spaces to queue-sort-record
        move ws-owner to srt-owner
        move ws-days-over to srt-overdue
        move "REVIEW" to srt-type
        move match-id to srt-id
        string "review was due " ws-due-date
            delimited by size into srt-detail
        end-string
        string "log it: POST /api/matches/" function trim(match-id)
            " action=review"
            delimited by size into srt-action
        end-string
        release queue-sort-record
    end-if.

find-latest-review.
    move spaces to ws-last-review
    move "N" to ws-eof-rev
    open input reviews-file
    if rv-status = "00"
        perform check-one-review until at-eof-rev
        close reviews-file
    end-if.

check-one-review.
    read reviews-file
        at end
            move "Y" to ws-eof-rev
    end-read

    if not at-eof-rev and rev-match-id = match-id
        if rev-date > ws-last-review
            move rev-date to ws-last-review
        end-if
    end-if.

*> As the stalled-pairs report: the latest session off the pairing
*> key, or the match date for a pairing that has never met, more
*> than the stall window of open days ago.
check-stalled.
    perform find-last-session
    if ws-last-sess-date is numeric
        move ws-last-sess-date to ws-date-numeric
    else
        if match-date is numeric
            move match-date to ws-date-numeric
        else
            move 0 to ws-date-numeric
        end-if
    end-if
    if ws-date-numeric not = 0
        move function integer-of-date(ws-date-numeric) to ws-base-int
        compute ws-days-over = ws-run-day-int - ws-base-int
        if ws-days-over > 0
            perform take-off-closure-days
        end-if
        if ws-days-over > ws-stall-days
            move spaces to queue-sort-record
            move ws-owner to srt-owner
            compute srt-overdue = ws-days-over - ws-stall-days
            move "STALLED" to srt-type
            move match-id to srt-id
            if ws-last-sess-date is numeric
                string "no session since " ws-last-sess-date
                    delimited by size into srt-detail
                end-string
            else
                string "never met - matched " match-date
                    delimited by size into srt-detail
                end-string
            end-if
            string "log a session: POST /api/mentor/"
                function trim(match-mentor-id) "/sessions"
                delimited by size into srt-action
            end-string
            release queue-sort-record
        end-if
    end-if.

find-last-session.
    move spaces to ws-last-sess-date
    move "N" to ws-eof-sess
    open input session-log
    if sn-status = "00"
        move match-mentor-id to sess-mentor-id
        move match-mentee-id to sess-mentee-id
        start session-log key not less than sess-pair-key
            invalid key
                move "Y" to ws-eof-sess
        end-start
        perform check-one-session until at-eof-sess
        close session-log
    end-if.

check-one-session.
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
        if sess-date > ws-last-sess-date
            move sess-date to ws-last-sess-date
        end-if
    end-if.

check-pairing-pause.
    move "N" to ws-pair-paused
    if master-available
        move match-mentor-id to person-id
        perform check-one-party-pause
        if ws-person-paused = "Y"
            move "Y" to ws-pair-paused
        end-if
        move match-mentee-id to person-id
        perform check-one-party-pause
        if ws-person-paused = "Y"
            move "Y" to ws-pair-paused
        end-if
    end-if.

check-one-party-pause.
    move "N" to ws-person-paused
    read person-master key is person-id
        invalid key
            continue
        not invalid key
            if person-pause-from is numeric
               and person-pause-to is numeric
               and person-pause-from <= ws-run-date
               and person-pause-to >= ws-run-date
                move "Y" to ws-person-paused
            end-if
    end-read.

*> The closure days after the base date, up to and including today,
*> do not count against anyone.
take-off-closure-days.
    move function date-of-integer(ws-base-int + 1)
        to ws-closure-from-num
    move ws-closure-from-num to ws-closure-from
    move ws-run-date to ws-closure-to
    call "closday" using by reference
        ws-closure-from ws-closure-to ws-closed-days
    subtract ws-closed-days from ws-days-over.

*> --- Complaints past their response deadline -------------------
check-one-complaint.
    read complaints-file
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof
        add 1 to ws-rl-read
        if not cmp-is-resolved
            move 1 to ws-days-over
            if cmp-deadline-date is numeric
                move cmp-deadline-date to ws-date-numeric
                move function integer-of-date(ws-date-numeric)
                    to ws-base-int
                compute ws-days-over = ws-run-day-int - ws-base-int
                if ws-days-over > 0
                    perform take-off-closure-days
                end-if
            end-if
            if ws-days-over > 0
                perform release-complaint
            end-if
        end-if
    end-if.

*> A complaint with no readable deadline is chased as overdue, the
*> way the chase report treats it, with no figure to put on it.
release-complaint.
    move spaces to ws-person-town
    if cmp-subject-id not = spaces
        move cmp-subject-id to person-id
        perform look-up-person
    end-if
    call "coordof" using by reference
        ws-person-town ws-no-override ws-owner
    move spaces to queue-sort-record
    move ws-owner to srt-owner
    if cmp-deadline-date is numeric
        move ws-days-over to srt-overdue
        string "deadline " cmp-deadline-date " "
            function trim(cmp-category)
            delimited by size into srt-detail
        end-string
    else
        move 0 to srt-overdue
        string "no deadline held " function trim(cmp-category)
            delimited by size into srt-detail
        end-string
    end-if
    move "COMPLAINT" to srt-type
    move cmp-id to srt-id
    move "close it: POST /api/complaints action=update status=resolved"
        to srt-action
    release queue-sort-record.

*> --- Bounced contact details -----------------------------------
check-one-person.
    read person-master next record
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof
        add 1 to ws-rl-read
        if person-is-active and contact-unreachable
            perform find-last-bounce
            call "coordof" using by reference
                person-town-code ws-no-override ws-owner
            move spaces to queue-sort-record
            move ws-owner to srt-owner
            move 0 to srt-overdue
            if ws-last-bounce is numeric
                move ws-last-bounce to ws-date-numeric
                compute srt-overdue = ws-run-day-int
                    - function integer-of-date(ws-date-numeric)
                string "bounced " ws-last-bounce
                    delimited by size into srt-detail
                end-string
            else
                move "flagged unreachable" to srt-detail
            end-if
            move "BOUNCE" to srt-type
            move person-id to srt-id
            string "new contact: POST /api/people/"
                function trim(person-id) " action=amend"
                delimited by size into srt-action
            end-string
            release queue-sort-record
        end-if
    end-if.

*> The latest bounce for the person on the comms results history,
*> so the line can say how long the contact has been dead.
find-last-bounce.
    move spaces to ws-last-bounce
    move "N" to ws-eof-hist
    open input results-history
    if rh-status = "00"
        perform check-one-history-line until at-eof-hist
        close results-history
    end-if.

check-one-history-line.
    read results-history
        at end
            move "Y" to ws-eof-hist
    end-read

    if not at-eof-hist
        move spaces to ws-hist-date ws-hist-kind ws-hist-person
        unstring history-line delimited by all " "
            into ws-hist-date ws-hist-kind ws-hist-person
        end-unstring
        if function trim(ws-hist-person) is numeric
           and ws-hist-person not = spaces
            move function trim(ws-hist-person) to ws-id-numeric
            move ws-id-numeric to ws-hist-key
        else
            move function trim(ws-hist-person) to ws-hist-key
        end-if
        if ws-hist-key = person-id
           and function trim(ws-hist-kind) = "bounced"
           and ws-hist-date(1:8) is numeric
           and ws-hist-date(1:8) > ws-last-bounce
            move ws-hist-date(1:8) to ws-last-bounce
        end-if
    end-if.

*> --- The waiting list: long waits and consent holds -------------
check-one-waiting.
    read waiting-list
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof
        add 1 to ws-rl-read
        call "coordof" using by reference
            wait-town-code ws-no-override ws-owner
        move 0 to ws-days-over
        if wait-date is numeric
            move wait-date to ws-date-numeric
            compute ws-days-over = ws-run-day-int
                - function integer-of-date(ws-date-numeric)
        end-if
        perform check-consent-hold
        if held-for-consent
            move spaces to queue-sort-record
            move ws-owner to srt-owner
            move ws-days-over to srt-overdue
            move "CONSENT" to srt-type
            move wait-person-id to srt-id
            string "under 18, waiting since " wait-date
                delimited by size into srt-detail
            end-string
            string "record it: POST /api/consent action=record person="
                function trim(wait-person-id)
                delimited by size into srt-action
            end-string
            release queue-sort-record
        else
            if ws-days-over > ws-wait-days
                move spaces to queue-sort-record
                move ws-owner to srt-owner
                compute srt-overdue = ws-days-over - ws-wait-days
                move "WAITING" to srt-type
                move wait-person-id to srt-id
                string "waiting since " wait-date
                    " in " function trim(wait-town-code)
                    delimited by size into srt-detail
                end-string
                move "pair them: recruit a mentor or approve a proposal"
                    to srt-action
                release queue-sort-record
            end-if
        end-if
    end-if.

*> As the nightly emergency-contact check: an under-18 mentee in an
*> active match with neither contact slot filled.
check-emergency-contact.
    if master-available
        move match-mentee-id to person-id
        read person-master key is person-id
            invalid key
                continue
            not invalid key
                call "ageof" using by reference
                    person-birth-date ws-run-date person-age
                    ws-mentee-age
                if ws-mentee-age < 18 and person-is-active
                    perform look-for-emergency-contact
                    if not contact-held
                        perform release-emergency-item
                    end-if
                end-if
        end-read
    end-if.

look-for-emergency-contact.
    move "N" to ws-contact-held
    if contacts-available
        move person-id to emc-person-id
        move 1 to emc-slot
        read emergency-contacts key is emc-key
            invalid key
                move 2 to emc-slot
                read emergency-contacts key is emc-key
                    invalid key
                        continue
                    not invalid key
                        move "Y" to ws-contact-held
                end-read
            not invalid key
                move "Y" to ws-contact-held
        end-read
    end-if.

release-emergency-item.
    move spaces to queue-sort-record
    move ws-owner to srt-owner
    move 0 to srt-overdue
    if match-date is numeric
        move match-date to ws-date-numeric
        compute srt-overdue = ws-run-day-int
            - function integer-of-date(ws-date-numeric)
    end-if
    move "EMERGENCY" to srt-type
    move person-id to srt-id
    string "no emergency contact, match " match-id
        delimited by size into srt-detail
    end-string
    string "record one: POST /api/people/" function trim(person-id)
        " action=emergency"
        delimited by size into srt-action
    end-string
    release queue-sort-record.

*> As the matching run's consent gate: an under-18 with no consent
*> in force is held back - with no consent file at all, every one.
check-consent-hold.
    move "N" to ws-consent-held
    if master-available
        move wait-person-id to person-id
        read person-master key is person-id
            invalid key
                continue
            not invalid key
                call "ageof" using by reference
                    person-birth-date ws-run-date person-age
                    ws-mentee-age
                if ws-mentee-age < 18
                    move "Y" to ws-consent-held
                    if consent-available
                        move person-id to cons-person-id
                        read consent-file key is cons-person-id
                            invalid key
                                continue
                            not invalid key
                                if cons-is-given
                                    move "N" to ws-consent-held
                                end-if
                        end-read
                    end-if
                end-if
        end-read
    end-if.

*> --- Vetting checks expired or due for renewal -----------------
check-one-vetting.
    read vetting-file next record
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof
        add 1 to ws-rl-read
        if not vet-is-revoked
            move vet-person-id to person-id
            perform look-up-person
            if ws-person-found = "N" or person-is-active
                perform check-vetting-expiry
            end-if
        end-if
    end-if.

check-vetting-expiry.
    move spaces to queue-sort-record
    if vet-expiry-date is numeric
        move vet-expiry-date to ws-date-numeric
        compute ws-days-over = ws-run-day-int
            - function integer-of-date(ws-date-numeric)
        if ws-days-over + ws-vet-window >= 0
            move ws-days-over to srt-overdue
            if ws-days-over > 0
                string "DBS expired " vet-expiry-date
                    delimited by size into srt-detail
                end-string
            else
                string "DBS expires " vet-expiry-date
                    delimited by size into srt-detail
                end-string
            end-if
            move "VETTING" to srt-type
        end-if
    else
        move 0 to srt-overdue
        move "DBS expiry date unreadable" to srt-detail
        move "VETTING" to srt-type
    end-if
    if srt-type not = spaces
        call "coordof" using by reference
            ws-person-town ws-no-override ws-owner
        move ws-owner to srt-owner
        move vet-person-id to srt-id
        move "renew it: POST /api/vetting action=record" to srt-action
        release queue-sort-record
    end-if.

*> --- Training completions lapsed or due a refresher -------------
check-one-completion.
    read training-file next record
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof
        add 1 to ws-rl-read
        if trn-expiry-date not = spaces
            move trn-person-id to person-id
            perform look-up-person
            if ws-person-found = "N" or person-is-active
                perform check-training-expiry
            end-if
        end-if
    end-if.

check-training-expiry.
    move spaces to queue-sort-record
    if trn-expiry-date is numeric
        move trn-expiry-date to ws-date-numeric
        compute ws-days-over = ws-run-day-int
            - function integer-of-date(ws-date-numeric)
        if ws-days-over + ws-train-window >= 0
            move ws-days-over to srt-overdue
            if ws-days-over > 0
                string function trim(trn-course-code)
                    " lapsed " trn-expiry-date
                    delimited by size into srt-detail
                end-string
            else
                string function trim(trn-course-code)
                    " lapses " trn-expiry-date
                    delimited by size into srt-detail
                end-string
            end-if
            move "TRAINING" to srt-type
        end-if
    else
        move 0 to srt-overdue
        string function trim(trn-course-code) " expiry unreadable"
            delimited by size into srt-detail
        end-string
        move "TRAINING" to srt-type
    end-if
    if srt-type not = spaces
        call "coordof" using by reference
            ws-person-town ws-no-override ws-owner
        move ws-owner to srt-owner
        move trn-person-id to srt-id
        string "retake it: POST /api/training action=record course="
            function trim(trn-course-code)
            delimited by size into srt-action
        end-string
        release queue-sort-record
    end-if.

*> --- Rejected enrolments left in suspense ------------------------
*> Owned by the coordinator of the town as submitted; a town code the
*> intake refused leaves the item unassigned, where it is still seen.
check-one-suspense.
    read suspense-file next record
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof
        add 1 to ws-rl-read
        if susp-is-open
            perform check-suspense-age
        end-if
    end-if.

check-suspense-age.
    move spaces to queue-sort-record
    move 0 to ws-days-over
    if susp-received-date is numeric
        move susp-received-date to ws-date-numeric
        compute ws-days-over = ws-run-day-int
            - function integer-of-date(ws-date-numeric)
            - ws-suspense-days
    end-if
    if ws-days-over > 0 or susp-received-date is not numeric
        move ws-days-over to srt-overdue
        move "SUSPENSE" to srt-type
        move susp-id to srt-id
        string susp-reason-code " " function trim(susp-name)
            delimited by size into srt-detail
        end-string
        move susp-town-code to ws-person-town
        call "coordof" using by reference
            ws-person-town ws-no-override ws-owner
        move ws-owner to srt-owner
        string "correct or discard: POST /api/suspense item="
            function trim(susp-id)
            delimited by size into srt-action
        end-string
        release queue-sort-record
    end-if.

*> The person's town, for ownership; blank when they are not on the
*> master, which leaves the item unassigned.
look-up-person.
    move "N" to ws-person-found
    move spaces to ws-person-town
    if master-available
        read person-master key is person-id
            invalid key
                continue
            not invalid key
                move "Y" to ws-person-found
                move person-town-code to ws-person-town
        end-read
    end-if.

*> --- The queue, one block per coordinator -----------------------
write-by-owner.
    move "N" to ws-sort-eof
    move "N" to ws-owner-open
    perform write-one-item until at-sort-eof
    if ws-owner-open = "Y"
        perform close-owner-block
    end-if.

write-one-item.
    return queue-sort
        at end
            move "Y" to ws-sort-eof
    end-return

    if not at-sort-eof
        if ws-owner-open = "Y" and srt-owner not = ws-cur-owner
            perform close-owner-block
            move "N" to ws-owner-open
        end-if
        if ws-owner-open = "N"
            move srt-owner to ws-cur-owner
            move "Y" to ws-owner-open
            move 0 to ws-owner-items
            perform open-owner-block
        end-if
        if srt-type not = spaces
            add 1 to ws-owner-items
            add 1 to ws-item-count
            if ws-cur-owner = spaces
                add 1 to ws-unassigned-count
            end-if
            perform write-item-line
        end-if
    end-if.

open-owner-block.
    move spaces to report-line
    write report-line
    move spaces to report-line
    if ws-cur-owner = spaces
        move "(unassigned) - no coordinator on the town" to report-line
    else
        perform look-up-coordinator
        string ws-cur-owner " " function trim(ws-coord-name)
            delimited by size into report-line
        end-string
    end-if
    write report-line.

close-owner-block.
    move spaces to report-line
    if ws-owner-items = 0
        add 1 to ws-empty-queues
        move "  nothing outstanding" to report-line
    else
        move ws-owner-items to ws-items-edited
        string "  " function trim(ws-items-edited) " item(s)"
            delimited by size into report-line
        end-string
    end-if
    write report-line.

write-item-line.
    move spaces to ws-overdue-text
    if srt-overdue > 0
        move srt-overdue to ws-overdue-edited
        string function trim(ws-overdue-edited) " days over"
            delimited by size into ws-overdue-text
        end-string
    else
        if srt-overdue = 0
            move "due now" to ws-overdue-text
        else
            compute ws-overdue-abs = 0 - srt-overdue
            move ws-overdue-abs to ws-overdue-edited
            string "due in " function trim(ws-overdue-edited) " days"
                delimited by size into ws-overdue-text
            end-string
        end-if
    end-if
    move spaces to report-line
    string
        "  " srt-type " " srt-id " " ws-overdue-text " "
        srt-detail " " function trim(srt-action)
        delimited by size into report-line
    end-string
    write report-line.

*> A match override naming a deactivated coordinator falls back to
*> the town, so an inactive or unknown id here means a town still
*> points at it.
look-up-coordinator.
    move "(not on the coordinator list)" to ws-coord-name
    if coords-available
        move ws-cur-owner to coord-id
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

end program workq.
