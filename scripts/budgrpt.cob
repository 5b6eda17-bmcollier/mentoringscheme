identification division.
program-id. budgrpt.

*> Monthly programme budget report for the finance officer - each
*> funded programme's travel-expense spend for the financial year
*> set against the budget recorded for it, with a straight-line
*> year-end forecast, so a programme heading for an overspend is
*> flagged months before the year closes rather than found out in
*> March. The financial year runs April to March and is named by
*> the April it starts in; BUDGET_YEAR (yyyy) picks one, defaulting
*> to the year the run date falls in.
*>
*> A claim belongs to the programme its mentor is enrolled under on
*> PERSON-MASTER (the claims file carries no code, as the attendance
*> report finds with sessions) and to the year its claim date falls
*> in. Per programme:
*>   committed   claimed but not yet through the payment extract,
*>               or returned by finance as a failed payment
*>   paid        paid by the payment extract
*>   spent       the two together, and as a share of the budget
*>   forecast    spent, run on at the same monthly rate to the end
*>               of March (months elapsed counted to the run month)
*>   overspend   flagged when the forecast passes the budget, and by
*>               how much
*> with the venue-cost budget and the grant income expected shown
*> from the budget record alongside, and what the grant leaves over
*> once both budget lines are met. A programme with no budget record
*> for the year is still listed with its spend, marked unbudgeted.
*> SCHEME_PROGRAMME holds the report to one programme, as the other
*> funder reports are held.
*>
*> The per-programme totals come off a sort keyed on programme; each
*> budget record for the year goes to the sort too, so a programme
*> with a budget and no claims yet still gets its lines.

environment division.
input-output section.
file-control.
   select expenses-file assign to "data/expenses.dat"
   organization is line sequential
   file status is ex-status.

   select person-master assign to "data/personmst.dat"
   organization is indexed
   access mode is dynamic
   record key is person-id
   file status is pm-status.

   select programme-file assign to "data/programmes.dat"
   organization is indexed
   access mode is dynamic
   record key is prog-code
   file status is pg-status.

   select budget-file assign to "data/budget.dat"
   organization is indexed
   access mode is dynamic
   record key is bud-key
   file status is bg-status.

   select budget-report assign to "data/budgrpt.txt"
   organization is line sequential
   file status is rpt-status.

   select budget-sort assign to "data/budgrpt.srt".

data division.
file section.
fd expenses-file.
copy "expnrec.cpy".

fd person-master.
copy "personrec.cpy".

fd programme-file.
copy "progrec.cpy".

fd budget-file.
copy "budgrec.cpy".

fd budget-report.
01 report-line           pic x(100).

sd budget-sort.
01 budget-sort-record.
   05 srt-programme        pic x(4).
   05 srt-kind             pic x(1).
      88 srt-is-budget         value "B".
   05 srt-status           pic x(1).
   05 srt-amount           pic 9(7)v99.

working-storage section.
01 ex-status            pic xx.
01 pm-status            pic xx.
01 pg-status            pic xx.
01 bg-status            pic xx.
01 rpt-status           pic xx.
01 ws-eof               pic x value "N".
   88 at-eof                value "Y".
01 ws-sort-eof          pic x value "N".
   88 at-sort-eof           value "Y".
01 ws-master-open       pic x value "N".
   88 master-available     value "Y".
01 ws-programmes-open   pic x value "N".
   88 programmes-available value "Y".
01 ws-budgets-open      pic x value "N".
   88 budgets-available    value "Y".

01 ws-run-date          pic x(8).
01 ws-run-split redefines ws-run-date.
   05 ws-run-year       pic 9(4).
   05 ws-run-month      pic 9(2).
   05 ws-run-day        pic 9(2).
01 ws-year-env          pic x(10).
01 ws-fy                pic 9(4).
01 ws-fy-end-year       pic 9(4).
01 ws-fy-from           pic x(8).
01 ws-fy-to             pic x(8).
01 ws-months-elapsed    pic s9(4).
01 ws-months-edited     pic z9.
01 ws-prog-env          pic x(10).
01 ws-prog-filter       pic x(4) value spaces.
01 ws-claim-prog        pic x(4).

*> Control-break state per programme.
01 ws-cur-prog          pic x(4).
01 ws-prog-open         pic x value "N".
01 ws-prog-claims       pic 9(6).
01 ws-committed         pic 9(7)v99.
01 ws-paid              pic 9(7)v99.
01 ws-spent             pic 9(7)v99.
01 ws-forecast          pic 9(8)v99.
01 ws-remaining         pic s9(8)v99.
01 ws-over-by           pic 9(8)v99.
01 ws-grant-left        pic s9(8)v99.
01 ws-spent-pct         pic 9(4).
01 ws-has-budget        pic x value "N".
   88 programme-budgeted   value "Y".
01 ws-prog-label        pic x(40).

01 ws-money-ed          pic z(7)9.99.
01 ws-signed-ed         pic -z(7)9.99.
01 ws-pct-ed            pic zzz9.
01 ws-count-ed          pic z(5)9.
01 ws-programmes        pic 9(4) value 0.
01 ws-overspending      pic 9(4) value 0.

*> Run-control accounting (0 clean, 4 when any programme is on
*> course to overspend, 12 when PERSON-MASTER is unavailable).
01 ws-start-time        pic x(8).
01 ws-step-name         pic x(8) value "BUDGRPT".
01 ws-report-file       pic x(64) value "data/budgrpt.txt".
01 ws-outcome           pic x(8).
01 ws-rl-read           pic 9(8) value 0.
01 ws-rl-written        pic 9(8) value 0.
01 ws-rl-reject         pic 9(8) value 0.

procedure division.
main-line.
    accept ws-start-time from time
    accept ws-run-date from date yyyymmdd

    open input person-master
    if pm-status not = "00"
        display "budgrpt: PERSON-MASTER not available, status "
            pm-status
        move "error" to ws-outcome
        move 12 to return-code
        perform write-run-record
        go to main-line-exit
    end-if
    move "Y" to ws-master-open
    open input programme-file
    if pg-status = "00"
        move "Y" to ws-programmes-open
    end-if
    *> No budget file yet means nothing has been budgeted.
    open input budget-file
    if bg-status = "00"
        move "Y" to ws-budgets-open
    end-if

    perform set-financial-year
    move spaces to ws-prog-env
    accept ws-prog-env from environment "SCHEME_PROGRAMME"
    if ws-prog-env not = spaces
        move function upper-case(function trim(ws-prog-env))
            to ws-prog-filter
    end-if

    open output budget-report
    move "programme budget report - travel expenses against budget"
        to report-line
    write report-line
    move ws-months-elapsed to ws-months-edited
    move spaces to report-line
    string "financial year " ws-fy "/" ws-fy-end-year
        " (" ws-fy-from " to " ws-fy-to ")  run " ws-run-date
        "  months elapsed " ws-months-edited " of 12"
        delimited by size into report-line
    end-string
    write report-line
    move spaces to report-line
    write report-line

    sort budget-sort
        on ascending key srt-programme srt-kind
        input procedure is release-year-figures
        output procedure is total-programme-figures

    if ws-programmes = 0
        move "  no budgets or expense claims for the year" to report-line
        write report-line
    end-if
    move spaces to report-line
    write report-line
    move spaces to report-line
    string "programmes " ws-programmes
        "  on course to overspend " ws-overspending
        delimited by size into report-line
    end-string
    write report-line
    close budget-report
    call "rptgen" using by reference ws-report-file ws-step-name

    close person-master
    if programmes-available
        close programme-file
    end-if
    if budgets-available
        close budget-file
    end-if

    move ws-programmes to ws-rl-written
    if ws-overspending > 0
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

*> April to March, named by the April; the months elapsed run from
*> April to the run month inclusive, held to 1-12 so a year not yet
*> started or long closed still forecasts sensibly.
set-financial-year.
    if ws-run-month >= 4
        move ws-run-year to ws-fy
    else
        compute ws-fy = ws-run-year - 1
    end-if
    move spaces to ws-year-env
    accept ws-year-env from environment "BUDGET_YEAR"
    if function trim(ws-year-env) is numeric
       and function length(function trim(ws-year-env)) = 4
        move function trim(ws-year-env) to ws-fy
    end-if
    compute ws-fy-end-year = ws-fy + 1
    move spaces to ws-fy-from ws-fy-to
    string ws-fy "0401" delimited by size into ws-fy-from end-string
    string ws-fy-end-year "0331" delimited by size into ws-fy-to
    end-string

    compute ws-months-elapsed =
        (ws-run-year * 12 + ws-run-month) - (ws-fy * 12 + 4) + 1
    if ws-months-elapsed < 1
        move 1 to ws-months-elapsed
    end-if
    if ws-months-elapsed > 12
        move 12 to ws-months-elapsed
    end-if.

*> Sort input side: one marker per budget record for the year, then
*> every claim dated inside the year against its mentor's programme.
release-year-figures.
    if budgets-available
        move ws-prog-filter to bud-programme
        move 0 to bud-year
        move "N" to ws-eof
        start budget-file key not less than bud-key
            invalid key
                move "Y" to ws-eof
        end-start
        perform release-one-budget until at-eof
    end-if

    move "N" to ws-eof
    open input expenses-file
    if ex-status = "00"
        perform release-one-claim until at-eof
        close expenses-file
    end-if.

release-one-budget.
    read budget-file next record
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof and ws-prog-filter not = spaces
       and bud-programme not = ws-prog-filter
        move "Y" to ws-eof
    end-if

    if not at-eof and bud-year = ws-fy
        move bud-programme to srt-programme
        move "B" to srt-kind
        move space to srt-status
        move 0 to srt-amount
        release budget-sort-record
    end-if.

release-one-claim.
    read expenses-file
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof
        add 1 to ws-rl-read
        if exp-claim-date >= ws-fy-from and exp-claim-date <= ws-fy-to
            move "~NON" to ws-claim-prog
            move exp-mentor-id to person-id
            read person-master key is person-id
                invalid key
                    continue
                not invalid key
                    if person-programme not = spaces
                        move person-programme to ws-claim-prog
                    end-if
            end-read
            if ws-prog-filter = spaces
               or ws-claim-prog = ws-prog-filter
                move ws-claim-prog to srt-programme
                move "E" to srt-kind
                move exp-status to srt-status
                move exp-amount to srt-amount
                release budget-sort-record
            end-if
        end-if
    end-if.

*> Sort output side: a programme's budget marker and claims arrive
*> together, so one control break gives its lines.
total-programme-figures.
    move "N" to ws-sort-eof
    move "N" to ws-prog-open
    perform total-one-figure until at-sort-eof
    if ws-prog-open = "Y"
        perform write-programme-lines
    end-if.

total-one-figure.
    return budget-sort
        at end
            move "Y" to ws-sort-eof
    end-return

    if not at-sort-eof
        if ws-prog-open = "Y" and srt-programme not = ws-cur-prog
            perform write-programme-lines
            move "N" to ws-prog-open
        end-if
        if ws-prog-open = "N"
            move "Y" to ws-prog-open
            move srt-programme to ws-cur-prog
            move 0 to ws-prog-claims ws-committed ws-paid
        end-if
        if not srt-is-budget
            add 1 to ws-prog-claims
            if srt-status = "P"
                add srt-amount to ws-paid
            else
                add srt-amount to ws-committed
            end-if
        end-if
    end-if.

write-programme-lines.
    add 1 to ws-programmes
    compute ws-spent = ws-committed + ws-paid
    compute ws-forecast rounded = ws-spent * 12 / ws-months-elapsed

    move "N" to ws-has-budget
    if budgets-available and ws-cur-prog not = "~NON"
        move ws-cur-prog to bud-programme
        move ws-fy to bud-year
        read budget-file key is bud-key
            invalid key
                continue
            not invalid key
                move "Y" to ws-has-budget
        end-read
    end-if

    move spaces to ws-prog-label
    if ws-cur-prog = "~NON"
        move "(claims with no programme on file)" to ws-prog-label
    else
        if programmes-available
            move ws-cur-prog to prog-code
            read programme-file key is prog-code
                invalid key
                    continue
                not invalid key
                    move prog-name to ws-prog-label
            end-read
        end-if
    end-if
    move ws-prog-claims to ws-count-ed
    move spaces to report-line
    if ws-cur-prog = "~NON"
        string function trim(ws-prog-label)
            "  claims " function trim(ws-count-ed)
            delimited by size into report-line
        end-string
    else
        string "programme " ws-cur-prog " " function trim(ws-prog-label)
            "  claims " function trim(ws-count-ed)
            delimited by size into report-line
        end-string
    end-if
    write report-line

    if programme-budgeted
        move bud-expense-budget to ws-money-ed
        move spaces to report-line
        string "  expenses budget      " ws-money-ed
            delimited by size into report-line
        end-string
        write report-line
    else
        move "  expenses budget      (none recorded - unbudgeted)"
            to report-line
        write report-line
    end-if

    move ws-committed to ws-money-ed
    move spaces to report-line
    string "  committed            " ws-money-ed
        "  claimed, awaiting payment"
        delimited by size into report-line
    end-string
    write report-line
    move ws-paid to ws-money-ed
    move spaces to report-line
    string "  paid                 " ws-money-ed
        delimited by size into report-line
    end-string
    write report-line

    move ws-spent to ws-money-ed
    move spaces to report-line
    if programme-budgeted and bud-expense-budget > 0
        compute ws-spent-pct rounded =
            ws-spent * 100 / bud-expense-budget
        move ws-spent-pct to ws-pct-ed
        string "  spent to date        " ws-money-ed
            "  " function trim(ws-pct-ed) "% of budget"
            delimited by size into report-line
        end-string
    else
        string "  spent to date        " ws-money-ed
            delimited by size into report-line
        end-string
    end-if
    write report-line

    if programme-budgeted
        compute ws-remaining = bud-expense-budget - ws-spent
        move ws-remaining to ws-signed-ed
        move spaces to report-line
        string "  remaining           " ws-signed-ed
            delimited by size into report-line
        end-string
        write report-line
    end-if

    move ws-forecast to ws-money-ed
    move spaces to report-line
    string "  forecast year end    " ws-money-ed
        "  straight line on " ws-months-edited " months"
        delimited by size into report-line
    end-string
    write report-line

    if programme-budgeted and ws-forecast > bud-expense-budget
        add 1 to ws-overspending
        compute ws-over-by = ws-forecast - bud-expense-budget
        move ws-over-by to ws-money-ed
        move spaces to report-line
        string "  ** ON COURSE TO OVERSPEND by "
            function trim(ws-money-ed) " **"
            delimited by size into report-line
        end-string
        write report-line
    end-if

    if programme-budgeted
        move bud-venue-budget to ws-money-ed
        move spaces to report-line
        string "  venue costs budget   " ws-money-ed
            delimited by size into report-line
        end-string
        write report-line
        move bud-grant-income to ws-money-ed
        move spaces to report-line
        string "  grant income         " ws-money-ed
            "  expected for the year"
            delimited by size into report-line
        end-string
        write report-line
        compute ws-grant-left = bud-grant-income
            - bud-expense-budget - bud-venue-budget
        move ws-grant-left to ws-signed-ed
        move spaces to report-line
        string "  grant after budgets " ws-signed-ed
            delimited by size into report-line
        end-string
        write report-line
    end-if
    move spaces to report-line
    write report-line.

end program budgrpt.
