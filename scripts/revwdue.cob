*> schedule lived in someone's head. For each active MATCH record
*> the next review falls due six months (182 days, REVIEW_DAYS
*> overrides) after the match date or the latest review on file,
*> whichever is later - for a successor written by a reassignment,
*> after the date the clock had reached on the pairing it replaced,
*> so a change of mentor never restarts the cycle. The clock only
*> runs on open days - scheme closure days since the cycle started
*> push the due date back by as many days. A pairing past that
*> date is listed, and one more than 28 days past it is escalated
*> - and stays escalated, run after run, until a review is
*> actually logged through the match maintenance transaction.
*> Party names resolve off PERSON-MASTER so the coordinator can
*> pick up the phone straight off the report.

environment division.
input-output section.
   organization is indexed
   access mode is dynamic
   record key is match-id
   alternate record key is match-mentor-id with duplicates
   alternate record key is match-mentee-id with duplicates
   file status is mt-status.

   select reviews-file assign to "data/reviews.dat"
01 ws-due-date          pic 9(8).
01 ws-due-count         pic 9(4) value 0.
01 ws-overdue-count     pic 9(4) value 0.
01 ws-closed-days       pic 9(5).
01 ws-closure-from      pic x(8).
01 ws-closure-to        pic x(8).
01 ws-closure-from-num  pic 9(8).

*> The latest review on file for the pairing in hand - the list is
*> re-read per match, the way the rest of the batch re-reads.
*> Run-control accounting (0 clean, 4 when any review is due).
01 ws-start-time        pic x(8).
01 ws-step-name         pic x(8) value "REVWDUE".
01 ws-report-file       pic x(64) value "data/reviewdue.txt".
01 ws-outcome           pic x(8).
01 ws-rl-read           pic 9(8) value 0.
01 ws-rl-written        pic 9(8) value 0.
    end-string
    write report-line
    close due-report
    call "rptgen" using by reference ws-report-file ws-step-name
    close match-file
    if master-available
        close person-master
            if ws-last-review is numeric
                move ws-last-review to ws-date-numeric
            else
                if match-review-from is numeric
                    move match-review-from to ws-date-numeric
                else
                    move match-date to ws-date-numeric
                end-if
            end-if
            move function integer-of-date(ws-date-numeric)
                to ws-base-int
            compute ws-due-int = ws-base-int + ws-review-days
            compute ws-days-over = ws-run-day-int - ws-due-int
            if ws-days-over > 0
                perform take-off-closure-days
            end-if
            if ws-days-over > 0
                perform report-one-due
            end-if
        end-if
    end-if.

*> Every closure day from the day after the cycle started up to
*> today moves the due date a day later.
take-off-closure-days.
    move function date-of-integer(ws-base-int + 1)
        to ws-closure-from-num
    move ws-closure-from-num to ws-closure-from
    move ws-run-date to ws-closure-to
    call "closday" using by reference
        ws-closure-from ws-closure-to ws-closed-days
    add ws-closed-days to ws-due-int
    subtract ws-closed-days from ws-days-over.

find-latest-review.
    move spaces to ws-last-review
    move "N" to ws-eof-rev
