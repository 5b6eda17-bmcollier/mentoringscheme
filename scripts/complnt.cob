*>       - opens a complaint (status received); person is the
*>         complainant's id when they are a scheme participant and
*>         blank otherwise; the response deadline defaults to 10
*>         open days from today (CMPL_RESPONSE_DAYS overrides the
*>         10) - scheme closure days do not count, so a complaint
*>         raised before Christmas is not due on Boxing Day
*>   action=update&complaint=<id>
*>         &status=acknowledged|investigating|resolved
*>       - moves the complaint along; the status date is stamped
01 ws-deadline-int      pic 9(8).
01 ws-deadline-date     pic 9(8).
01 ws-date-int          pic 9(8).
01 ws-closed-days       pic 9(5).
01 ws-closure-from      pic x(8).
01 ws-closure-to        pic x(8).
01 ws-closure-date-num  pic 9(8).
01 ws-status-code       pic x(1).
01 ws-found             pic x value "N".
   88 complaint-found      value "Y".
        compute ws-deadline-int =
            function integer-of-date(function numval(ws-today))
            + ws-response-days
        compute ws-date-int =
            function integer-of-date(function numval(ws-today)) + 1
        move function date-of-integer(ws-date-int)
            to ws-closure-date-num
        move ws-closure-date-num to ws-closure-from
        perform count-closures-to-deadline
        perform push-deadline-past-closures
            until ws-closed-days = 0
        move function date-of-integer(ws-deadline-int)
            to ws-deadline-date
        move ws-deadline-date to ws-deadline
raise-complaint-exit.
    exit.

*> The closure days inside the span just added to the deadline push
*> it out by as many again, until a span with no closure in it.
push-deadline-past-closures.
    move function date-of-integer(ws-deadline-int + 1)
        to ws-closure-date-num
    move ws-closure-date-num to ws-closure-from
    add ws-closed-days to ws-deadline-int
    perform count-closures-to-deadline.

count-closures-to-deadline.
    move function date-of-integer(ws-deadline-int)
        to ws-closure-date-num
    move ws-closure-date-num to ws-closure-to
    call "closday" using by reference
        ws-closure-from ws-closure-to ws-closed-days.

update-complaint.
    if ws-complaint-raw = spaces
        display '{"error": "complaint id required"}'
