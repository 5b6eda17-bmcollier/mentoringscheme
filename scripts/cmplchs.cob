
*> Daily chase report for the complaints register: every complaint
*> not yet resolved whose response deadline has passed is listed for
*> the coordinator, the furthest overdue flagged hardest. Scheme
*> closure days after the deadline do not count as days overdue -
*> the office was shut, nobody could answer. Unresolved
*> complaints still inside their deadline are counted so the
*> coordinator can see what is coming, and the complainant's name is
*> resolved off PERSON-MASTER where the complaint carries an id.
01 ws-days-over         pic s9(8).
01 ws-overdue-count     pic 9(4) value 0.
01 ws-open-count        pic 9(4) value 0.
01 ws-closed-days       pic 9(5).
01 ws-closure-from      pic x(8).
01 ws-closure-to        pic x(8).
01 ws-closure-from-num  pic 9(8).
01 ws-complainant       pic x(40).
*> pm-status is overwritten by every keyed READ, so "is the master
*> open" lives in its own flag set once at OPEN.
*> the morning report shows the chase needs doing).
01 ws-start-time        pic x(8).
01 ws-step-name         pic x(8) value "CMPLCHS".
01 ws-report-file       pic x(64) value "data/complaintchase.txt".
01 ws-outcome           pic x(8).
01 ws-rl-read           pic 9(8) value 0.
01 ws-rl-written        pic 9(8) value 0.
    end-string
    write report-line
    close chase-report
    call "rptgen" using by reference ws-report-file ws-step-name
    if master-available
        close person-master
    end-if
                    to ws-deadline-int
                compute ws-days-over =
                    ws-run-day-int - ws-deadline-int
                if ws-days-over > 0
                    perform take-off-closure-days
                end-if
                if ws-days-over > 0
                    perform report-one-overdue
                else
        end-if
    end-if.

take-off-closure-days.
    move function date-of-integer(ws-deadline-int + 1)
        to ws-closure-from-num
    move ws-closure-from-num to ws-closure-from
    move ws-run-date to ws-closure-to
    call "closday" using by reference
        ws-closure-from ws-closure-to ws-closed-days
    subtract ws-closed-days from ws-days-over.

report-one-overdue.
    add 1 to ws-overdue-count
    perform resolve-complainant
