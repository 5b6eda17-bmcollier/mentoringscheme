identification division.
program-id. closadm.

*> Maintenance transaction for the CLOSURE reference - the days the
*> office and venues are shut. Called for POST /api/closures with a
*> body of action=add|remove&from=<yyyymmdd>&to=<yyyymmdd>
*> &reason=<text>. One call covers a whole run of days (a Christmas
*> fortnight, the August shutdown); "to" left off means the single
*> day "from". Adding a day already closed just refreshes its
*> reason; removing a day that was never closed is not an error, so
*> a range can be reopened in one go. Past days may be added too -
*> the clocks that skip closures read the whole calendar, so a bank
*> holiday keyed late still comes off them. A range is capped at a
*> year so a mistyped date cannot flood the file.

environment division.
input-output section.
file-control.
   select closure-file assign to "data/closures.dat"
   organization is indexed
   access mode is dynamic
   record key is clos-date
   lock mode is manual
   file status is cl-status.

data division.
file section.
fd closure-file.
copy "closrec.cpy".

working-storage section.
01 cl-status            pic xx.

01 ws-action            pic x(12).
01 ws-from-raw          pic x(20).
01 ws-to-raw            pic x(20).
01 ws-reason            pic x(40).

01 ws-today             pic x(8).
01 ws-date-numeric      pic 9(8).
01 ws-from-int          pic 9(8).
01 ws-to-int            pic 9(8).
01 ws-day-int           pic 9(8).
01 ws-day-date          pic 9(8).
01 ws-max-span          pic 9(4) value 366.
01 ws-days-done         pic 9(4) value 0.
01 ws-days-edited       pic z(3)9.

01 ws-pair-table.
   05 ws-pair occurs 10 times pic x(100).
01 ws-pair-count        pic 99 value 0.
01 ws-idx               pic 99.
01 ws-key               pic x(30).
01 ws-val               pic x(70).

linkage section.
01 post-body-in         pic x(8192).

procedure division using by reference post-body-in.

main-line.
    move spaces to ws-action ws-from-raw ws-to-raw ws-reason
    perform split-submission
    perform parse-all-pairs

    if function trim(ws-action) not = "add"
       and function trim(ws-action) not = "remove"
        display '{"error": "unknown action"}'
        go to main-line-exit
    end-if

    if function trim(ws-from-raw) is not numeric
       or function length(function trim(ws-from-raw)) not = 8
        display '{"error": "from must be a yyyymmdd calendar date"}'
        go to main-line-exit
    end-if
    if ws-to-raw = spaces
        move ws-from-raw to ws-to-raw
    end-if
    if function trim(ws-to-raw) is not numeric
       or function length(function trim(ws-to-raw)) not = 8
        display '{"error": "to must be a yyyymmdd calendar date"}'
        go to main-line-exit
    end-if
    move function trim(ws-from-raw) to ws-date-numeric
    move function integer-of-date(ws-date-numeric) to ws-from-int
    move function trim(ws-to-raw) to ws-date-numeric
    move function integer-of-date(ws-date-numeric) to ws-to-int
    if ws-from-int = 0 or ws-to-int = 0
        display '{"error": "date is not a real calendar date"}'
        go to main-line-exit
    end-if
    if ws-to-int < ws-from-int
        display '{"error": "to cannot be before from"}'
        go to main-line-exit
    end-if
    if ws-to-int - ws-from-int >= ws-max-span
        display '{"error": "a closure range cannot run over a year"}'
        go to main-line-exit
    end-if
    if function trim(ws-action) = "add" and ws-reason = spaces
        display '{"error": "a reason is required"}'
        go to main-line-exit
    end-if

    open i-o closure-file
    if cl-status = "35"
        open output closure-file
        close closure-file
        open i-o closure-file
    end-if
    if cl-status = "93" or cl-status = "61"
        display '{"error": "system busy - try again shortly"}'
        go to main-line-exit
    end-if
    if cl-status not = "00"
        display '{"error": "closure calendar unavailable"}'
        go to main-line-exit
    end-if

    accept ws-today from date yyyymmdd
    move 0 to ws-days-done
    if function trim(ws-action) = "add"
        perform add-one-day
            varying ws-day-int from ws-from-int by 1
            until ws-day-int > ws-to-int
        move ws-days-done to ws-days-edited
        display
            function concatenate ('{"status": "closure added", ',
                '"days": "', function trim(ws-days-edited), '"}')
        end-display
    else
        perform remove-one-day
            varying ws-day-int from ws-from-int by 1
            until ws-day-int > ws-to-int
        move ws-days-done to ws-days-edited
        display
            function concatenate ('{"status": "closure removed", ',
                '"days": "', function trim(ws-days-edited), '"}')
        end-display
    end-if
    close closure-file.

main-line-exit.
    exit program.

split-submission.
    move spaces to ws-pair-table
    move 0 to ws-pair-count
    unstring function trim(post-body-in) delimited by "&"
    into
        ws-pair(1) ws-pair(2) ws-pair(3) ws-pair(4) ws-pair(5)
        ws-pair(6) ws-pair(7) ws-pair(8) ws-pair(9) ws-pair(10)
    tallying in ws-pair-count
    end-unstring.

parse-all-pairs.
    perform parse-one-pair varying ws-idx from 1 by 1
        until ws-idx > ws-pair-count.

parse-one-pair.
    move spaces to ws-key ws-val
    unstring ws-pair(ws-idx) delimited by "=" into ws-key ws-val end-unstring
    call "formdec" using by reference ws-val

    evaluate function trim(ws-key)
        when "action"
            move function trim(ws-val) to ws-action
        when "from"
            move function trim(ws-val) to ws-from-raw
        when "to"
            move function trim(ws-val) to ws-to-raw
        when "reason"
            move function trim(ws-val) to ws-reason
        when other
            continue
    end-evaluate.

add-one-day.
    move function date-of-integer(ws-day-int) to ws-day-date
    move ws-day-date to clos-date
    read closure-file with lock
        invalid key
            move ws-day-date to clos-date
            move ws-reason to clos-reason
            move ws-today to clos-added-date
            write closure-record
                invalid key
                    continue
                not invalid key
                    add 1 to ws-days-done
            end-write
        not invalid key
            move ws-reason to clos-reason
            rewrite closure-record
            add 1 to ws-days-done
    end-read.

remove-one-day.
    move function date-of-integer(ws-day-int) to ws-day-date
    move ws-day-date to clos-date
    delete closure-file record
        invalid key
            continue
        not invalid key
            add 1 to ws-days-done
    end-delete.

end program closadm.
