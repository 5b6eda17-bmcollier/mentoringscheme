*> inside the per-session rate cap (5.00 unless EXP_MAX_AMOUNT
*> overrides it). Each failure gets its own JSON error so the
*> claimant knows what to fix.
*>
*> A claim against a session dated (corrections applied) in a month
*> the month-end close has closed is refused unless the body carries
*> override=<reason>; an overridden claim is recorded as usual and
*> also listed for finance as a prior-period adjustment.

environment division.
input-output section.
   organization is line sequential
   file status is seq-status.

   select session-adjust assign to "data/sessadj.dat"
   organization is line sequential
   file status is aj-status.

   select prior-period-log assign to "data/ppadj.dat"
   organization is line sequential
   file status is pp-status.

data division.
file section.
fd session-log.
fd expense-id-seq.
01 seq-record           pic 9(10).

fd session-adjust.
copy "sessadjr.cpy".

fd prior-period-log.
copy "ppadjrec.cpy".

working-storage section.
01 sn-status            pic xx.
01 ex-status            pic xx.
01 ws-last-id           pic 9(10) value 0.
01 ws-new-id            pic 9(10).

*> The session's date as it currently stands (latest correction
*> wins, as the statements read it), for the closed-month check.
01 aj-status            pic xx.
01 ws-eof-adj           pic x value "N".
   88 at-eof-adj           value "Y".
01 ws-eff-date          pic x(8).
01 pp-status            pic xx.
01 ws-override          pic x(60).
01 ws-period-closed     pic x value "N".
   88 period-is-closed     value "Y".
01 ws-closed-month      pic x(6).

linkage section.
01 post-body-in         pic x(8192).

procedure division using by reference post-body-in.

main-line.
    move spaces to ws-action ws-session-raw ws-amount-raw ws-override
    perform split-submission
    perform parse-all-pairs

        go to main-line-exit
    end-if

    perform check-closed-period
    if period-is-closed and ws-override = spaces
        display
            function concatenate ('{"error": "month ', ws-closed-month,
                ' is closed - an override reason is required"}')
        end-display
        go to main-line-exit
    end-if

    perform allocate-expense-id
    move ws-new-id to exp-id
    move ws-sess-key to exp-sess-id
    move ws-amount-num to exp-amount
    move "C" to exp-status
    move spaces to exp-paid-date
    move spaces to exp-remit-date exp-fail-reason

    open extend expenses-file
    if ex-status = "35"
    write expense-record
    close expenses-file

    if period-is-closed
        perform write-prior-period-line
    end-if

    display
        function concatenate ('{"status": "claim recorded", "claim": "',
            function trim(exp-id), '"}')
            move function trim(ws-val) to ws-session-raw
        when "amount"
            move function trim(ws-val) to ws-amount-raw
        when "override"
            move function trim(ws-val) to ws-override
        when other
            continue
    end-evaluate.
        move "Y" to ws-claim-exists
    end-if.

check-closed-period.
    move sess-date to ws-eff-date
    move "N" to ws-eof-adj
    open input session-adjust
    if aj-status = "00"
        perform apply-one-adjustment until at-eof-adj
        close session-adjust
    end-if
    move "N" to ws-period-closed
    move spaces to ws-closed-month
    call "perdchk" using by reference
        ws-eff-date ws-period-closed ws-closed-month.

apply-one-adjustment.
    read session-adjust
        at end
            move "Y" to ws-eof-adj
    end-read

    if not at-eof-adj and adj-sess-id = ws-sess-key
       and adj-is-amend and adj-new-date not = spaces
        move adj-new-date to ws-eff-date
    end-if.

write-prior-period-line.
    accept ppa-posted-date from date yyyymmdd
    move ws-closed-month to ppa-period
    move "C" to ppa-kind
    move exp-id to ppa-ref-id
    move exp-mentor-id to ppa-mentor-id
    move 0 to ppa-minutes
    move exp-amount to ppa-amount
    move spaces to ppa-by
    move ws-override to ppa-reason
    open extend prior-period-log
    if pp-status = "35"
        open output prior-period-log
    end-if
    write ppadj-record
    close prior-period-log.

allocate-expense-id.
    move 0 to ws-last-id
    open input expense-id-seq
