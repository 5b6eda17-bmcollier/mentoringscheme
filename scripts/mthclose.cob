identification division.
program-id. mthclose.

*> Month-end close. Run once a month's mentor statements, expenses
*> payment extract and grant claim have gone to finance, it records
*> the month on the CLOSED-PERIOD file. From then on the session
*> capture, correction and claim routes refuse any posting dated in
*> that month unless the caller gives an override reason, and the
*> overridden postings are listed for finance as prior-period
*> adjustments - so next month's figures still reconcile with what
*> was sent. The month comes from CLOSE_MONTH (yyyymm), defaulting
*> to the calendar month before the run date; the current month or
*> a later one cannot be closed. CLOSE_BY names who ran the close.
*> The month's figures as they stood are kept on the record:
*> one-to-one sessions and minutes by session date (corrections
*> applied, as the grant claim counts them) and the travel claims
*> made in the month (as the statements count them).
*> Return code 0 closed, 4 already closed (nothing changed), 12 the
*> month given is not closable or the file could not be written.

environment division.
input-output section.
file-control.
   select period-file assign to "data/periods.dat"
   organization is indexed
   access mode is dynamic
   record key is per-month
   file status is pd-status.

   select session-log assign to "data/sessions.dat"
   organization is indexed
   access mode is dynamic
   record key is sess-id
   alternate record key is sess-pair-key with duplicates
   file status is sn-status.

   select session-adjust assign to "data/sessadj.dat"
   organization is line sequential
   file status is aj-status.

   select expenses-file assign to "data/expenses.dat"
   organization is line sequential
   file status is ex-status.

data division.
file section.
fd period-file.
copy "perdrec.cpy".

fd session-log.
copy "sessnrec.cpy".

fd session-adjust.
copy "sessadjr.cpy".

fd expenses-file.
copy "expnrec.cpy".

working-storage section.
01 pd-status            pic xx.
01 sn-status            pic xx.
01 aj-status            pic xx.
01 ex-status            pic xx.
01 ws-eof               pic x value "N".
   88 at-eof                value "Y".
01 ws-eof-adj           pic x value "N".
   88 at-eof-adj            value "Y".

01 ws-today             pic x(8).
01 ws-now               pic x(8).
01 ws-close-month       pic x(6).
01 ws-month-env         pic x(10).
01 ws-by-env            pic x(30).

*> The default month is the one before the run date.
01 ws-prior-month       pic 9(6).
01 ws-prior-split redefines ws-prior-month.
   05 ws-prior-year     pic 9(4).
   05 ws-prior-mm       pic 9(2).
01 ws-month-check       pic 9(6).
01 ws-check-split redefines ws-month-check.
   05 ws-check-year     pic 9(4).
   05 ws-check-mm       pic 9(2).

*> Effective session view after corrections (same latest-wins rule
*> as the statements).
01 ws-sess-voided       pic x value "N".
   88 session-is-voided     value "Y".
01 ws-eff-date          pic x(8).
01 ws-eff-duration      pic 9(3).

01 ws-month-sessions    pic 9(6) value 0.
01 ws-month-minutes     pic 9(8) value 0.
01 ws-month-claims      pic 9(6) value 0.
01 ws-month-claimed     pic 9(6)v99 value 0.

*> Run-control accounting (0 closed, 4 already closed, 12 refused).
01 ws-start-time        pic x(8).
01 ws-step-name         pic x(8) value "MTHCLOSE".
01 ws-outcome           pic x(8).
01 ws-rl-read           pic 9(8) value 0.
01 ws-rl-written        pic 9(8) value 0.
01 ws-rl-reject         pic 9(8) value 0.

procedure division.
main-line.
    accept ws-start-time from time
    accept ws-today from date yyyymmdd

    move ws-today(1:6) to ws-prior-month
    if ws-prior-mm = 1
        subtract 1 from ws-prior-year
        move 12 to ws-prior-mm
    else
        subtract 1 from ws-prior-mm
    end-if

    move spaces to ws-month-env
    accept ws-month-env from environment "CLOSE_MONTH"
    if ws-month-env = spaces
        move ws-prior-month to ws-close-month
    else
        move function trim(ws-month-env) to ws-close-month
    end-if

    if ws-close-month is not numeric
        display "mthclose: CLOSE_MONTH must be yyyymm, got "
            function trim(ws-month-env)
        move 1 to ws-rl-reject
        move "error" to ws-outcome
        move 12 to return-code
        perform write-run-record
        go to main-line-exit
    end-if
    move ws-close-month to ws-month-check
    if ws-check-mm < 1 or ws-check-mm > 12
       or ws-close-month not < ws-today(1:6)
        display "mthclose: month " ws-close-month
            " cannot be closed - only a month already ended can"
        move 1 to ws-rl-reject
        move "error" to ws-outcome
        move 12 to return-code
        perform write-run-record
        go to main-line-exit
    end-if

    move spaces to ws-by-env
    accept ws-by-env from environment "CLOSE_BY"
    if ws-by-env = spaces
        move "month-end run" to ws-by-env
    end-if

    open i-o period-file
    if pd-status = "35"
        open output period-file
        close period-file
        open i-o period-file
    end-if
    if pd-status not = "00"
        display "mthclose: CLOSED-PERIOD file not available, status "
            pd-status
        move "error" to ws-outcome
        move 12 to return-code
        perform write-run-record
        go to main-line-exit
    end-if

    move ws-close-month to per-month
    read period-file key is per-month
        invalid key
            continue
        not invalid key
            display "mthclose: month " ws-close-month
                " was already closed on " per-closed-date
                " - nothing changed"
            close period-file
            move "warning" to ws-outcome
            move 4 to return-code
            perform write-run-record
            go to main-line-exit
    end-read

    perform total-month-sessions
    perform total-month-claims

    move ws-close-month to per-month
    move ws-today to per-closed-date
    accept ws-now from time
    move ws-now(1:6) to per-closed-time
    move ws-by-env to per-closed-by
    move ws-month-sessions to per-sessions
    move ws-month-minutes to per-minutes
    move ws-month-claims to per-claims
    move ws-month-claimed to per-claimed
    write period-record
        invalid key
            display "mthclose: month " ws-close-month
                " could not be recorded, status " pd-status
            close period-file
            move "error" to ws-outcome
            move 12 to return-code
            perform write-run-record
            go to main-line-exit
    end-write
    close period-file

    display "mthclose: month " ws-close-month " closed - sessions "
        ws-month-sessions " minutes " ws-month-minutes
        " claims " ws-month-claims
    move 1 to ws-rl-written
    move "ok" to ws-outcome
    perform write-run-record.

main-line-exit.
    exit program.

write-run-record.
    call "runlog" using by reference
        ws-step-name ws-start-time
        ws-rl-read ws-rl-written ws-rl-reject ws-outcome.

*> --- The month's figures as they stand at the close -------------
total-month-sessions.
    move "N" to ws-eof
    open input session-log
    if sn-status = "00"
        perform total-one-session until at-eof
        close session-log
    end-if.

total-one-session.
    read session-log next record
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof
        add 1 to ws-rl-read
        perform apply-adjustments
        if not session-is-voided
           and ws-eff-date(1:6) = ws-close-month
            add 1 to ws-month-sessions
            add ws-eff-duration to ws-month-minutes
        end-if
    end-if.

total-month-claims.
    move "N" to ws-eof
    open input expenses-file
    if ex-status = "00"
        perform total-one-claim until at-eof
        close expenses-file
    end-if.

total-one-claim.
    read expenses-file
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof
        add 1 to ws-rl-read
        if exp-claim-date(1:6) = ws-close-month
            add 1 to ws-month-claims
            add exp-amount to ws-month-claimed
        end-if
    end-if.

*> Same latest-wins correction rule as the statements: a void drops
*> the session, an amendment overrides its values.
apply-adjustments.
    move "N" to ws-sess-voided
    move sess-date to ws-eff-date
    move sess-duration to ws-eff-duration

    if sess-id not = spaces
        move "N" to ws-eof-adj
        open input session-adjust
        if aj-status = "00"
            perform apply-one-adjustment until at-eof-adj
            close session-adjust
        end-if
    end-if.

apply-one-adjustment.
    read session-adjust
        at end
            move "Y" to ws-eof-adj
    end-read

    if not at-eof-adj and adj-sess-id = sess-id
        if adj-is-void
            move "Y" to ws-sess-voided
        end-if
        if adj-is-amend
            move "N" to ws-sess-voided
            if adj-new-date not = spaces
                move adj-new-date to ws-eff-date
            end-if
            if adj-new-duration > 0
                move adj-new-duration to ws-eff-duration
            end-if
        end-if
    end-if.

end program mthclose.
