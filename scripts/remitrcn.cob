identification division.
program-id. remitrcn.

*> Nightly read-back of the remittance file finance returns after
*> their BACS run against our payment extract - one result per
*> payment line:
*>   <yyyymmdd> <paid|failed> <claim-id> <reason, on a failure>
*> The payment extract marks a claim paid as soon as it writes the
*> payment line, so until this step runs "paid" only means "sent".
*> Here:
*>   - a confirmed payment keeps its paid date; the result date is
*>     stamped on the claim;
*>   - a failed payment (wrong sort code, closed account) goes back
*>     to payment-failed with finance's reason and its paid date
*>     cleared - the statements stop telling the mentor they were
*>     paid, the next payment extract picks it up again, and it goes
*>     on the failed-payments list for the coordinator who owns the
*>     mentor's town to get the bank details put right.
*> A result only applies to a claim still marked paid on or before
*> the result date, so a stale result cannot undo a later payment.
*> The claims file is streamed through a work file, as the payment
*> extract does; each claim sent for payment looks up its result by
*> re-reading the remittance file, the way the reporting programs
*> look up session corrections. A second pass lists every result
*> that named a claim not on file or not awaiting a result, rather
*> than dropping it silently. Processed lines move to the
*> remittance history file and the inbound file is emptied, so a
*> rerun applies nothing twice.

environment division.
input-output section.
file-control.
   select remittance-file assign to "data/remittance.dat"
   organization is line sequential
   file status is rm-status.

   select remittance-history assign to "data/remitdone.dat"
   organization is line sequential
   file status is rh-status.

   select expenses-file assign to "data/expenses.dat"
   organization is line sequential
   file status is ex-status.

   select expenses-work assign to "data/remwork.dat"
   organization is line sequential
   file status is ew-status.

   select person-master assign to "data/personmst.dat"
   organization is indexed
   access mode is dynamic
   record key is person-id
   file status is pm-status.

   select failed-report assign to "data/payfail.txt"
   organization is line sequential
   file status is rpt-status.

data division.
file section.
fd remittance-file.
01 remittance-line       pic x(120).

fd remittance-history.
01 history-line          pic x(120).

fd expenses-file.
copy "expnrec.cpy".

fd expenses-work.
01 expenses-work-record  pic x(101).

fd person-master.
copy "personrec.cpy".

fd failed-report.
01 report-line           pic x(160).

working-storage section.
01 rm-status            pic xx.
01 rh-status            pic xx.
01 ex-status            pic xx.
01 ew-status            pic xx.
01 pm-status            pic xx.
01 rpt-status           pic xx.
01 ws-eof               pic x value "N".
   88 at-eof                value "Y".
01 ws-eof-remit         pic x value "N".
   88 at-eof-remit          value "Y".
01 ws-eof-claim         pic x value "N".
   88 at-eof-claim          value "Y".
01 ws-master-open       pic x value "N".
   88 master-available     value "Y".

01 ws-run-date          pic x(8).

*> One remittance line taken apart; the reason is whatever follows
*> the claim id.
01 ws-result-date       pic x(20).
01 ws-result-kind       pic x(20).
01 ws-result-claim      pic x(20).
01 ws-result-reason     pic x(40).
01 ws-pointer           pic 9(4).
01 ws-id-numeric        pic 9(10) value 0.
01 ws-claim-key         pic x(10).

*> The result found for the claim in hand - the last line naming it
*> wins.
01 ws-found-kind        pic x(8).
01 ws-found-date        pic x(8).
01 ws-found-reason      pic x(40).

*> Second-pass state: whether the result line's claim was found on
*> the updated file, and whether the result was the one applied.
01 ws-claim-found       pic x value "N".
   88 claim-found          value "Y".
01 ws-result-applied    pic x value "N".
   88 result-applied       value "Y".
01 ws-found-status      pic x(1).

01 ws-owner             pic x(8).
01 ws-no-override       pic x(8) value spaces.
01 ws-mentor-town       pic x(6).
01 ws-amount-display    pic z(3)9.99.
01 ws-failed-total      pic 9(7)v99 value 0.
01 ws-total-display     pic z(6)9.99.

01 ws-confirmed-count   pic 9(6) value 0.
01 ws-failed-count      pic 9(6) value 0.
01 ws-unapplied-count   pic 9(6) value 0.

*> Run-control accounting (0 clean, 4 when any payment failed or any
*> line could not be applied, 12 when the claims file was
*> unavailable). No remittance file at all is a clean night -
*> finance had nothing to return.
01 ws-start-time        pic x(8).
01 ws-step-name         pic x(8) value "REMITRCN".
01 ws-report-file       pic x(64) value "data/payfail.txt".
01 ws-outcome           pic x(8).
01 ws-rl-read           pic 9(8) value 0.
01 ws-rl-written        pic 9(8) value 0.
01 ws-rl-reject         pic 9(8) value 0.

procedure division.
main-line.
    accept ws-start-time from time
    accept ws-run-date from date yyyymmdd

    open input remittance-file
    if rm-status not = "00"
        move "ok" to ws-outcome
        perform write-run-record
        go to main-line-exit
    end-if
    close remittance-file

    open input expenses-file
    if ex-status not = "00"
        display "remitrcn: claims file not available, status "
            ex-status
        move "error" to ws-outcome
        move 12 to return-code
        perform write-run-record
        go to main-line-exit
    end-if
    open input person-master
    if pm-status = "00"
        move "Y" to ws-master-open
    end-if

    open output failed-report
    move "expense payments returned as failed by finance" to report-line
    write report-line
    move spaces to report-line
    string "run date " ws-run-date
        delimited by size into report-line
    end-string
    write report-line
    move spaces to report-line
    write report-line

    move "N" to ws-eof
    open output expenses-work
    perform apply-one-claim until at-eof
    close expenses-file expenses-work

    *> Copy the updated claims back over the live file.
    move "N" to ws-eof
    open input expenses-work
    open output expenses-file
    perform copy-one-claim-back until at-eof
    close expenses-file expenses-work

    if ws-failed-count = 0
        move "  none - every payment returned was confirmed"
            to report-line
        write report-line
    end-if

    *> Second pass over the results: history, and anything unapplied.
    open extend remittance-history
    if rh-status = "35"
        open output remittance-history
    end-if
    move "N" to ws-eof
    open input remittance-file
    perform check-one-result until at-eof
    close remittance-file
    close remittance-history

    move ws-failed-total to ws-total-display
    move spaces to report-line
    write report-line
    move spaces to report-line
    string
        "confirmed " ws-confirmed-count
        " failed " ws-failed-count
        " (total " function trim(ws-total-display) ")"
        " unapplied " ws-unapplied-count
        delimited by size into report-line
    end-string
    write report-line
    close failed-report
    call "rptgen" using by reference ws-report-file ws-step-name

    if master-available
        close person-master
    end-if

    *> Everything read went to the history file, so the inbound file
    *> is emptied - a rerun must not apply the same results twice.
    open output remittance-file
    close remittance-file

    compute ws-rl-written = ws-confirmed-count + ws-failed-count
    move ws-unapplied-count to ws-rl-reject
    if ws-failed-count > 0 or ws-unapplied-count > 0
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

apply-one-claim.
    read expenses-file
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof
        if exp-is-paid
            perform find-claim-result
            if ws-found-kind not = spaces
               and ws-found-date >= exp-paid-date
                perform apply-claim-result
            end-if
        end-if
        move expense-record to expenses-work-record
        write expenses-work-record
    end-if.

apply-claim-result.
    evaluate ws-found-kind
        when "paid"
            move ws-found-date to exp-remit-date
            move spaces to exp-fail-reason
            add 1 to ws-confirmed-count
        when "failed"
            move "F" to exp-status
            move spaces to exp-paid-date
            move ws-found-date to exp-remit-date
            move ws-found-reason to exp-fail-reason
            if exp-fail-reason = spaces
                move "no reason given" to exp-fail-reason
            end-if
            add 1 to ws-failed-count
            add exp-amount to ws-failed-total
            perform report-failed-payment
        when other
            continue
    end-evaluate.

*> The remittance file is read through for the claim in hand.
find-claim-result.
    move spaces to ws-found-kind ws-found-date ws-found-reason
    move "N" to ws-eof-remit
    open input remittance-file
    if rm-status = "00"
        perform match-one-result until at-eof-remit
        close remittance-file
    end-if.

match-one-result.
    read remittance-file
        at end
            move "Y" to ws-eof-remit
    end-read

    if not at-eof-remit
        perform split-result-line
        if ws-claim-key = exp-id
           and (ws-result-kind = "paid" or ws-result-kind = "failed")
           and ws-result-date(1:8) is numeric
            move ws-result-kind to ws-found-kind
            move ws-result-date(1:8) to ws-found-date
            move ws-result-reason to ws-found-reason
        end-if
    end-if.

split-result-line.
    move spaces to ws-result-date ws-result-kind ws-result-claim
    move spaces to ws-result-reason
    move 1 to ws-pointer
    unstring remittance-line delimited by all " "
        into ws-result-date ws-result-kind ws-result-claim
        with pointer ws-pointer
    end-unstring
    if ws-pointer <= 120
        move function trim(remittance-line(ws-pointer:))
            to ws-result-reason
    end-if
    move function lower-case(function trim(ws-result-kind))
        to ws-result-kind

    move spaces to ws-claim-key
    if function trim(ws-result-claim) is numeric
       and ws-result-claim not = spaces
        move function trim(ws-result-claim) to ws-id-numeric
        move ws-id-numeric to ws-claim-key
    else
        move function trim(ws-result-claim) to ws-claim-key
    end-if.

*> One line per failed payment, with what the coordinator needs to
*> chase the mentor for new bank details.
report-failed-payment.
    move exp-amount to ws-amount-display
    move spaces to ws-mentor-town
    move spaces to report-line
    if master-available
        move exp-mentor-id to person-id
        read person-master key is person-id
            invalid key
                string
                    "failed " exp-remit-date " claim " exp-id
                    " mentor " exp-mentor-id " (not on the master)"
                    " amount " ws-amount-display
                    delimited by size into report-line
                end-string
            not invalid key
                move person-town-code to ws-mentor-town
                string
                    "failed " exp-remit-date " claim " exp-id
                    " mentor " exp-mentor-id " "
                    function trim(person-name)
                    " contact=" function trim(person-contact)
                    " amount " ws-amount-display
                    delimited by size into report-line
                end-string
        end-read
    else
        string
            "failed " exp-remit-date " claim " exp-id
            " mentor " exp-mentor-id
            " amount " ws-amount-display
            delimited by size into report-line
        end-string
    end-if
    write report-line

    move "(none)" to ws-owner
    if ws-mentor-town not = spaces
        call "coordof" using by reference
            ws-mentor-town ws-no-override ws-owner
        if ws-owner = spaces
            move "(none)" to ws-owner
        end-if
    end-if
    move spaces to report-line
    string
        "  reason: " function trim(exp-fail-reason)
        "  session " exp-sess-id " claimed " exp-claim-date
        "  coordinator " ws-owner
        delimited by size into report-line
    end-string
    write report-line.

copy-one-claim-back.
    read expenses-work
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof
        move expenses-work-record to expense-record
        write expense-record
    end-if.

*> Second pass: every line goes to the history file; one whose claim
*> is not on file, or whose result was not the one stamped on the
*> claim, is listed as unapplied.
check-one-result.
    read remittance-file
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof and remittance-line not = spaces
        add 1 to ws-rl-read
        move remittance-line to history-line
        write history-line
        perform split-result-line
        move "N" to ws-claim-found ws-result-applied
        move space to ws-found-status
        move "N" to ws-eof-claim
        open input expenses-file
        if ex-status = "00"
            perform look-for-result-claim
                until at-eof-claim or claim-found
            close expenses-file
        end-if
        if not result-applied
            perform report-unapplied-result
        end-if
    end-if.

look-for-result-claim.
    read expenses-file
        at end
            move "Y" to ws-eof-claim
    end-read

    if not at-eof-claim and exp-id = ws-claim-key
        move "Y" to ws-claim-found
        move exp-status to ws-found-status
        if exp-remit-date = ws-result-date(1:8)
           and ((ws-result-kind = "paid" and exp-is-paid)
             or (ws-result-kind = "failed" and exp-payment-failed))
            move "Y" to ws-result-applied
        end-if
    end-if.

report-unapplied-result.
    add 1 to ws-unapplied-count
    move spaces to report-line
    evaluate true
        when ws-result-kind not = "paid"
             and ws-result-kind not = "failed"
            string
                "not applied - result not understood: "
                function trim(remittance-line)
                delimited by size into report-line
            end-string
        when not claim-found
            string
                "not applied - claim not on file: "
                function trim(remittance-line)
                delimited by size into report-line
            end-string
        when other
            string
                "not applied - claim not awaiting a result (status "
                ws-found-status "): " function trim(remittance-line)
                delimited by size into report-line
            end-string
    end-evaluate
    write report-line.

end program remitrcn.
