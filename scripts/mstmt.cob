   organization is indexed
   access mode is dynamic
   record key is match-id
   alternate record key is match-mentor-id with duplicates
   alternate record key is match-mentee-id with duplicates
   file status is mt-status.

   select session-log assign to "data/sessions.dat"
01 ws-exp-total-claimed pic 9(6)v99.
01 ws-exp-total-paid    pic 9(6)v99.
01 ws-exp-any           pic x value "N".
*> A payment finance's bank run rejected is not paid, whatever the
*> extract once said - it is shown as failed until it goes through.
01 ws-exp-failed        pic 9(6)v99.
01 ws-amt-display-a     pic z(5)9.99.
01 ws-amt-display-b     pic z(5)9.99.

01 ws-eff-duration      pic 9(3).
01 ws-eff-mentee        pic x(10).

*> Report step name, for the dated generation kept of the report.
01 ws-step-name         pic x(8) value "MSTMT".
01 ws-report-file       pic x(64) value "data/statements.txt".

procedure division.
main-line.
    accept ws-today from date yyyymmdd
        delimited by size into statement-line
    write statement-line
    close statement-file
    call "rptgen" using by reference ws-report-file ws-step-name
    close person-master.

main-line-exit.
        perform write-statement-page
    end-if.

*> This mentor's current mentees, off their active matches - read
*> on the mentor key, so only this mentor's matches come off.
build-mentee-list.
    move 0 to ws-mentee-count
    move "N" to ws-eof-match
    open input match-file
    if mt-status = "00"
        move ws-mentor-id to match-mentor-id
        start match-file key not less than match-mentor-id
            invalid key
                move "Y" to ws-eof-match
        end-start
        perform collect-one-match until at-eof-match
        close match-file
    end-if.
            move "Y" to ws-eof-match
    end-read

    if not at-eof-match and match-mentor-id not = ws-mentor-id
        move "Y" to ws-eof-match
    end-if

    if not at-eof-match and match-is-active
        if ws-mentee-count < 99
            add 1 to ws-mentee-count
            move match-mentee-id to ws-sm-id(ws-mentee-count)
tally-mentor-expenses.
    move 0 to ws-exp-month-claimed ws-exp-month-paid
    move 0 to ws-exp-total-claimed ws-exp-total-paid
    move 0 to ws-exp-failed
    move "N" to ws-exp-any
    move "N" to ws-eof-exp
    open input expenses-file
                add exp-amount to ws-exp-month-paid
            end-if
        end-if
        if exp-payment-failed
            add exp-amount to ws-exp-failed
        end-if
    end-if.

find-stmt-mentee.
            delimited by size into statement-line
        end-string
        write statement-line
        if ws-exp-failed > 0
            move ws-exp-failed to ws-amt-display-a
            move spaces to statement-line
            string
                "  payment failed:      " ws-amt-display-a
                " - returned by the bank, to be paid again"
                delimited by size into statement-line
            end-string
            write statement-line
        end-if
    end-if

    move ws-mentor-town to ws-search-town
