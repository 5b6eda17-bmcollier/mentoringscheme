identification division.
program-id. alumadm.

*> Alumni follow-up answers - what a mentee who completed the
*> programme is doing six or twelve months on, recorded against the
*> follow-up the monthly step raised for them. Called for POST
*> /api/alumni with a body of:
*>   match=<alumni match id>&stage=6|12
*>       &status=education|employment|training|neet|other
*>       &date=<yyyymmdd the status applies from>
*> The follow-up has to have been raised (the check has fallen due);
*> one not asked because the contact had opted out can still be
*> answered, when the coordinator hears some other way. A later
*> answer for the same stage replaces the earlier one. The date
*> cannot be in the future or before the match ended, and defaults
*> to today.

environment division.
input-output section.
file-control.
   select followup-file assign to "data/alumfup.dat"
   organization is indexed
   access mode is dynamic
   record key is alf-key
   lock mode is manual
   file status is af-status.

data division.
file section.
fd followup-file.
copy "alfurec.cpy".

working-storage section.
01 af-status            pic xx.

01 ws-match-raw         pic x(20).
01 ws-match-key         pic x(10).
01 ws-stage-raw         pic x(4).
01 ws-status-word       pic x(12).
01 ws-destination       pic x(1).
01 ws-date-raw          pic x(10).

01 ws-today             pic x(8).
01 ws-dest-date         pic x(8).
01 ws-date-numeric      pic 9(8).
01 ws-valid             pic x value "Y".
   88 details-valid        value "Y".
01 ws-invalid-reason    pic x(60).
01 ws-id-numeric        pic 9(10) value 0.

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
    move spaces to ws-match-raw ws-stage-raw ws-status-word ws-date-raw
    perform split-submission
    perform parse-all-pairs
    accept ws-today from date yyyymmdd

    perform check-answer thru check-answer-exit
    if not details-valid
        display
            function concatenate ('{"error": "',
                function trim(ws-invalid-reason), '"}')
        end-display
        go to main-line-exit
    end-if

    open i-o followup-file
    if af-status = "93" or af-status = "61"
        display '{"error": "system busy - try again shortly"}'
        go to main-line-exit
    end-if
    if af-status not = "00"
        display '{"error": "no alumni follow-ups on file"}'
        go to main-line-exit
    end-if

    move spaces to ws-match-key
    if function trim(ws-match-raw) is numeric
        move function trim(ws-match-raw) to ws-id-numeric
        move ws-id-numeric to ws-match-key
    else
        move function trim(ws-match-raw) to ws-match-key
    end-if
    move ws-match-key to alf-match-id
    compute alf-stage = function numval(ws-stage-raw)
    read followup-file with lock
        invalid key
            display '{"error": "no follow-up raised for that match and stage"}'
            close followup-file
            go to main-line-exit
    end-read
    *> A record already locked by a concurrent writer fails the READ
    *> with neither branch running - refuse politely rather than
    *> falling through with an empty body.
    if af-status = "51" or af-status = "99"
        display '{"error": "system busy - try again shortly"}'
        close followup-file
        go to main-line-exit
    end-if
    if ws-dest-date < alf-end-date
        display '{"error": "date is before the match ended"}'
        close followup-file
        go to main-line-exit
    end-if

    move "R" to alf-status
    move ws-destination to alf-destination
    move ws-dest-date to alf-dest-date
    move ws-today to alf-recorded-date
    rewrite alumni-followup-record
    close followup-file
    display '{"status": "follow-up answer recorded"}'.

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
        when "match"
            move function trim(ws-val) to ws-match-raw
        when "stage"
            move function trim(ws-val) to ws-stage-raw
        when "status"
            move function lower-case(function trim(ws-val))
                to ws-status-word
        when "date"
            move function trim(ws-val) to ws-date-raw
        when other
            continue
    end-evaluate.

check-answer.
    move "Y" to ws-valid
    if ws-match-raw = spaces
        move "N" to ws-valid
        move "match id required" to ws-invalid-reason
        go to check-answer-exit
    end-if
    if function trim(ws-stage-raw) not = "6"
       and function trim(ws-stage-raw) not = "06"
       and function trim(ws-stage-raw) not = "12"
        move "N" to ws-valid
        move "stage must be 6 or 12" to ws-invalid-reason
        go to check-answer-exit
    end-if
    evaluate ws-status-word
        when "education"
            move "E" to ws-destination
        when "employment"
            move "M" to ws-destination
        when "training"
            move "T" to ws-destination
        when "neet"
            move "N" to ws-destination
        when "other"
            move "O" to ws-destination
        when other
            move "N" to ws-valid
            move "status must be education/employment/training/neet/other"
                to ws-invalid-reason
            go to check-answer-exit
    end-evaluate

    move ws-today to ws-dest-date
    if ws-date-raw = spaces
        go to check-answer-exit
    end-if
    if function trim(ws-date-raw) is not numeric
       or function length(function trim(ws-date-raw)) not = 8
        move "N" to ws-valid
        move "date must be yyyymmdd" to ws-invalid-reason
        go to check-answer-exit
    end-if
    move function trim(ws-date-raw) to ws-date-numeric
    if function integer-of-date(ws-date-numeric) = 0
        move "N" to ws-valid
        move "date is not a real calendar date" to ws-invalid-reason
        go to check-answer-exit
    end-if
    move ws-date-numeric to ws-dest-date
    if ws-dest-date > ws-today
        move "N" to ws-valid
        move "date cannot be in the future" to ws-invalid-reason
    end-if.

check-answer-exit.
    exit.

end program alumadm.
