*> a programmer editing data, the way townadmin keeps the TOWNS
*> master. Called for POST /api/programmes with a body of
*> action=add|update|deactivate&programme=<code>&name=<name>
*> &funder=<funder>&maxage=<n>. The maximum age is the oldest a
*> mentee may be and still be mentored under the programme - the
*> nightly age-out check lists mentees coming up to it; left off,
*> the scheme-wide default applies.
*>
*> action=budget&programme=<code>&year=<yyyy>&expenses=<pounds.pence>
*> &venues=<pounds.pence>&grant=<pounds.pence> sets the programme's
*> budget for the financial year starting that April - the first
*> call for a year creates the budget record, later ones revise
*> whichever lines they carry, the rest left as they were.

environment division.
input-output section.
   lock mode is manual
   file status is pg-status.

   select budget-file assign to "data/budget.dat"
   organization is indexed
   access mode is dynamic
   record key is bud-key
   lock mode is manual
   file status is bg-status.

data division.
file section.
fd programme-file.
copy "progrec.cpy".

fd budget-file.
copy "budgrec.cpy".

working-storage section.
01 pg-status            pic xx.
01 bg-status            pic xx.

01 ws-action            pic x(12).
01 ws-programme         pic x(4).
01 ws-name              pic x(40).
01 ws-funder            pic x(30).
01 ws-max-age-raw       pic x(10).
01 ws-max-age           pic 9(3) value 0.
01 ws-today             pic x(8).

*> Budget lines arrive as "pounds.pence" text and are checked as raw
*> strings before any numeric MOVE, the way the expense claim amount
*> is. A line left off is "not given" - kept as it was on a revision,
*> zero on a new budget.
01 ws-year-raw          pic x(10).
01 ws-year              pic 9(4) value 0.
01 ws-expenses-raw      pic x(20).
01 ws-venues-raw        pic x(20).
01 ws-grant-raw         pic x(20).
01 ws-amount-raw        pic x(20).
01 ws-pounds-raw        pic x(10).
01 ws-pence-raw         pic x(10).
01 ws-pounds-num        pic 9(7) value 0.
01 ws-pence-num         pic 9(2) value 0.
01 ws-amount-num        pic 9(7)v99 value 0.
01 ws-amount-ok         pic x value "Y".
   88 amount-is-valid      value "Y".
01 ws-expenses-num      pic 9(7)v99 value 0.
01 ws-venues-num        pic 9(7)v99 value 0.
01 ws-grant-num         pic 9(7)v99 value 0.
01 ws-budget-new        pic x value "N".
   88 budget-is-new        value "Y".

01 ws-pair-table.
   05 ws-pair occurs 10 times pic x(100).

main-line.
    move spaces to ws-action ws-programme ws-name ws-funder
    move spaces to ws-max-age-raw
    move spaces to ws-year-raw ws-expenses-raw ws-venues-raw ws-grant-raw
    perform split-submission
    perform parse-all-pairs

    *> Checked as a raw string before any numeric MOVE, like every
    *> other submitted number.
    move 0 to ws-max-age
    if ws-max-age-raw not = spaces
        if function trim(ws-max-age-raw) is not numeric
           or function length(function trim(ws-max-age-raw)) > 3
            display '{"error": "maxage must be a number of years"}'
            go to main-line-exit
        end-if
        move function trim(ws-max-age-raw) to ws-max-age
        if ws-max-age < 5 or ws-max-age > 99
            display '{"error": "maxage must be between 5 and 99"}'
            go to main-line-exit
        end-if
    end-if

    if ws-programme = spaces
        display '{"error": "programme code required"}'
        go to main-line-exit
            perform update-programme
        when "deactivate"
            perform deactivate-programme
        when "budget"
            perform set-programme-budget thru set-programme-budget-exit
        when other
            display '{"error": "unknown action"}'
    end-evaluate
            move function trim(ws-val) to ws-name
        when "funder"
            move function trim(ws-val) to ws-funder
        when "maxage"
            move function trim(ws-val) to ws-max-age-raw
        when "year"
            move function trim(ws-val) to ws-year-raw
        when "expenses"
            move function trim(ws-val) to ws-expenses-raw
        when "venues"
            move function trim(ws-val) to ws-venues-raw
        when "grant"
            move function trim(ws-val) to ws-grant-raw
        when other
            continue
    end-evaluate.
    move ws-name to prog-name
    move ws-funder to prog-funder
    move "Y" to prog-active-flag
    move ws-max-age to prog-max-age
    write programme-record
        invalid key
            display '{"error": "programme already exists"}'
            if ws-funder not = spaces
                move ws-funder to prog-funder
            end-if
            if ws-max-age > 0
                move ws-max-age to prog-max-age
            end-if
            rewrite programme-record
            display '{"status": "programme updated"}'
    end-read
        display '{"error": "system busy - try again shortly"}'
    end-if.

*> The budget for one programme and financial year. The programme
*> must be on the reference file; every line given must be a valid
*> amount before anything is written.
set-programme-budget.
    if function trim(ws-year-raw) is not numeric
       or function length(function trim(ws-year-raw)) not = 4
        display '{"error": "year must be the yyyy the April starts in"}'
        go to set-programme-budget-exit
    end-if
    move function trim(ws-year-raw) to ws-year
    if ws-year < 2000
        display '{"error": "year must be the yyyy the April starts in"}'
        go to set-programme-budget-exit
    end-if
    if ws-expenses-raw = spaces and ws-venues-raw = spaces
       and ws-grant-raw = spaces
        display '{"error": "expenses, venues or grant required"}'
        go to set-programme-budget-exit
    end-if

    move ws-expenses-raw to ws-amount-raw
    perform parse-budget-amount
    if not amount-is-valid
        display '{"error": "expenses must be pounds.pence"}'
        go to set-programme-budget-exit
    end-if
    move ws-amount-num to ws-expenses-num
    move ws-venues-raw to ws-amount-raw
    perform parse-budget-amount
    if not amount-is-valid
        display '{"error": "venues must be pounds.pence"}'
        go to set-programme-budget-exit
    end-if
    move ws-amount-num to ws-venues-num
    move ws-grant-raw to ws-amount-raw
    perform parse-budget-amount
    if not amount-is-valid
        display '{"error": "grant must be pounds.pence"}'
        go to set-programme-budget-exit
    end-if
    move ws-amount-num to ws-grant-num

    move ws-programme to prog-code
    read programme-file key is prog-code
        invalid key
            display '{"error": "programme not found"}'
            go to set-programme-budget-exit
    end-read

    open i-o budget-file
    if bg-status = "35"
        open output budget-file
        close budget-file
        open i-o budget-file
    end-if
    if bg-status = "93" or bg-status = "61"
        display '{"error": "system busy - try again shortly"}'
        go to set-programme-budget-exit
    end-if

    accept ws-today from date yyyymmdd
    move "N" to ws-budget-new
    move ws-programme to bud-programme
    move ws-year to bud-year
    read budget-file with lock
        invalid key
            move "Y" to ws-budget-new
    end-read
    if bg-status = "51" or bg-status = "99"
        display '{"error": "system busy - try again shortly"}'
        close budget-file
        go to set-programme-budget-exit
    end-if

    if budget-is-new
        move ws-programme to bud-programme
        move ws-year to bud-year
        move ws-expenses-num to bud-expense-budget
        move ws-venues-num to bud-venue-budget
        move ws-grant-num to bud-grant-income
        move ws-today to bud-updated-date
        write budget-record
            invalid key
                display '{"error": "budget could not be recorded"}'
            not invalid key
                display '{"status": "budget set"}'
        end-write
    else
        if ws-expenses-raw not = spaces
            move ws-expenses-num to bud-expense-budget
        end-if
        if ws-venues-raw not = spaces
            move ws-venues-num to bud-venue-budget
        end-if
        if ws-grant-raw not = spaces
            move ws-grant-num to bud-grant-income
        end-if
        move ws-today to bud-updated-date
        rewrite budget-record
        display '{"status": "budget revised"}'
    end-if
    close budget-file.

set-programme-budget-exit.
    exit.

*> "12500.00" or a bare "12500": both halves checked as digits before
*> they are combined. A line not given is valid and zero.
parse-budget-amount.
    move "Y" to ws-amount-ok
    move 0 to ws-amount-num
    if ws-amount-raw not = spaces
        move spaces to ws-pounds-raw ws-pence-raw
        unstring function trim(ws-amount-raw) delimited by "."
            into ws-pounds-raw ws-pence-raw
        end-unstring
        if ws-pounds-raw = spaces
           or function trim(ws-pounds-raw) is not numeric
           or function length(function trim(ws-pounds-raw)) > 7
            move "N" to ws-amount-ok
        else
            move function trim(ws-pounds-raw) to ws-pounds-num
            move 0 to ws-pence-num
            if ws-pence-raw not = spaces
                if function trim(ws-pence-raw) is not numeric
                   or function length(function trim(ws-pence-raw))
                      not = 2
                    move "N" to ws-amount-ok
                else
                    move function trim(ws-pence-raw) to ws-pence-num
                end-if
            end-if
            compute ws-amount-num =
                ws-pounds-num + (ws-pence-num / 100)
        end-if
    end-if.

end program progadm.
