identification division.
program-id. survadm.

*> End-of-match survey - each party's view of how an ended match
*> went, asked for on the "ended" line of the notification extract.
*> Called for POST /api/surveys with a body of:
*>   match=<id>&role=mentor|mentee&q1=<1-5>&q2=..&q5=<1-5>
*>       &comment=<text>
*> or, in place of match=, mentor=<id>&mentee=<id> - the two ids on
*> the notification line - which finds the pair's most recently
*> ended match. A question left out is recorded as skipped (0); at
*> least one score or a comment has to be given. The match has to
*> have ended, and each party answers once per match.

environment division.
input-output section.
file-control.
   select match-file assign to "data/match.dat"
   organization is indexed
   access mode is dynamic
   record key is match-id
   alternate record key is match-mentor-id with duplicates
   alternate record key is match-mentee-id with duplicates
   file status is mt-status.

   select survey-file assign to "data/surveys.dat"
   organization is indexed
   access mode is dynamic
   record key is sv-key
   lock mode is manual
   file status is sv-status.

data division.
file section.
fd match-file.
copy "matchrec.cpy".

fd survey-file.
copy "survrec.cpy".

working-storage section.
01 mt-status            pic xx.
01 sv-status            pic xx.
01 ws-eof               pic x value "N".
   88 at-eof                value "Y".

01 ws-match-raw         pic x(20).
01 ws-match-key         pic x(10).
01 ws-mentor-raw        pic x(20).
01 ws-mentor-key        pic x(10).
01 ws-mentee-raw        pic x(20).
01 ws-mentee-key        pic x(10).
01 ws-role              pic x(8).
01 ws-comment           pic x(80).
01 ws-answer-table.
   05 ws-answer         pic x(4) occurs 5 times.
01 ws-scores.
   05 ws-score          pic 9(1) occurs 5 times.
01 ws-q                 pic 9(1).
01 ws-scored            pic 9(1) value 0.

01 ws-today             pic x(8).
01 ws-valid             pic x value "Y".
   88 details-valid        value "Y".
01 ws-invalid-reason    pic x(60).
01 ws-found             pic x value "N".
   88 match-found          value "Y".
01 ws-latest-end        pic x(8).
01 ws-party-id          pic x(10).
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
    move spaces to ws-match-raw ws-mentor-raw ws-mentee-raw ws-role
    move spaces to ws-comment ws-answer-table
    perform split-submission
    perform parse-all-pairs
    accept ws-today from date yyyymmdd

    perform check-answers thru check-answers-exit
    if not details-valid
        display
            function concatenate ('{"error": "',
                function trim(ws-invalid-reason), '"}')
        end-display
        go to main-line-exit
    end-if

    open input match-file
    if mt-status = "93" or mt-status = "61"
        display '{"error": "system busy - try again shortly"}'
        go to main-line-exit
    end-if
    if mt-status not = "00"
        display '{"error": "match file unavailable"}'
        go to main-line-exit
    end-if
    perform find-ended-match
    close match-file
    if not match-found
        display '{"error": "no ended match found for that pairing"}'
        go to main-line-exit
    end-if

    open i-o survey-file
    if sv-status = "35"
        open output survey-file
        close survey-file
        open i-o survey-file
    end-if
    if sv-status = "93" or sv-status = "61"
        display '{"error": "system busy - try again shortly"}'
        go to main-line-exit
    end-if
    if sv-status not = "00"
        display '{"error": "survey file unavailable"}'
        go to main-line-exit
    end-if

    move spaces to survey-record
    move match-id to sv-match-id
    if ws-role = "mentor"
        move "M" to sv-role
    else
        move "E" to sv-role
    end-if
    move ws-party-id to sv-person-id
    move ws-today to sv-received-date
    move ws-scores to sv-scores
    move ws-comment to sv-comment
    write survey-record
        invalid key
            display '{"error": "survey already received from this party for this match"}'
            close survey-file
            go to main-line-exit
    end-write
    close survey-file
    display
        function concatenate ('{"status": "survey received", ',
            '"match": "', function trim(match-id), '"}')
    end-display.

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
        when "mentor"
            move function trim(ws-val) to ws-mentor-raw
        when "mentee"
            move function trim(ws-val) to ws-mentee-raw
        when "role"
            move function lower-case(function trim(ws-val)) to ws-role
        when "q1"
            move function trim(ws-val) to ws-answer(1)
        when "q2"
            move function trim(ws-val) to ws-answer(2)
        when "q3"
            move function trim(ws-val) to ws-answer(3)
        when "q4"
            move function trim(ws-val) to ws-answer(4)
        when "q5"
            move function trim(ws-val) to ws-answer(5)
        when "comment"
            move function trim(ws-val) to ws-comment
        when other
            continue
    end-evaluate.

*> Role and pairing given, every score blank or 1 to 5, and
*> something actually said.
check-answers.
    move "Y" to ws-valid
    if ws-role not = "mentor" and ws-role not = "mentee"
        move "N" to ws-valid
        move "role must be mentor or mentee" to ws-invalid-reason
        go to check-answers-exit
    end-if
    if ws-match-raw = spaces
       and (ws-mentor-raw = spaces or ws-mentee-raw = spaces)
        move "N" to ws-valid
        move "match id, or mentor and mentee ids, required"
            to ws-invalid-reason
        go to check-answers-exit
    end-if
    move 0 to ws-scored
    perform check-one-answer varying ws-q from 1 by 1
        until ws-q > 5 or not details-valid
    if not details-valid
        go to check-answers-exit
    end-if
    if ws-scored = 0 and ws-comment = spaces
        move "N" to ws-valid
        move "no scores or comment given" to ws-invalid-reason
    end-if.

check-answers-exit.
    exit.

check-one-answer.
    move 0 to ws-score(ws-q)
    if ws-answer(ws-q) not = spaces
        if ws-answer(ws-q)(2:3) = spaces
           and ws-answer(ws-q)(1:1) >= "1" and ws-answer(ws-q)(1:1) <= "5"
            move ws-answer(ws-q)(1:1) to ws-score(ws-q)
            add 1 to ws-scored
        else
            move "N" to ws-valid
            move "scores must be 1 to 5" to ws-invalid-reason
        end-if
    end-if.

*> By match id the record is read directly; by the pair, the
*> mentor's matches are read off the mentor key and the one with
*> the latest end date wins.
find-ended-match.
    move "N" to ws-found
    if ws-match-raw not = spaces
        move spaces to ws-match-key
        if function trim(ws-match-raw) is numeric
            move function trim(ws-match-raw) to ws-id-numeric
            move ws-id-numeric to ws-match-key
        else
            move function trim(ws-match-raw) to ws-match-key
        end-if
        move ws-match-key to match-id
        read match-file key is match-id
            invalid key
                continue
            not invalid key
                if match-is-ended
                    move "Y" to ws-found
                end-if
        end-read
    else
        move spaces to ws-mentor-key ws-mentee-key ws-match-key
        if function trim(ws-mentor-raw) is numeric
            move function trim(ws-mentor-raw) to ws-id-numeric
            move ws-id-numeric to ws-mentor-key
        else
            move function trim(ws-mentor-raw) to ws-mentor-key
        end-if
        if function trim(ws-mentee-raw) is numeric
            move function trim(ws-mentee-raw) to ws-id-numeric
            move ws-id-numeric to ws-mentee-key
        else
            move function trim(ws-mentee-raw) to ws-mentee-key
        end-if
        move spaces to ws-latest-end
        move "N" to ws-eof
        move ws-mentor-key to match-mentor-id
        start match-file key not less than match-mentor-id
            invalid key
                move "Y" to ws-eof
        end-start
        perform check-one-match until at-eof
        if ws-match-key not = spaces
            move ws-match-key to match-id
            read match-file key is match-id
                invalid key
                    continue
                not invalid key
                    move "Y" to ws-found
            end-read
        end-if
    end-if
    if match-found
        if ws-role = "mentor"
            move match-mentor-id to ws-party-id
        else
            move match-mentee-id to ws-party-id
        end-if
    end-if.

check-one-match.
    read match-file next record
        at end
            move "Y" to ws-eof
    end-read
    if not at-eof and match-mentor-id not = ws-mentor-key
        move "Y" to ws-eof
    end-if
    if not at-eof
        if match-is-ended
           and match-mentee-id = ws-mentee-key
           and (ws-match-key = spaces or match-end-date >= ws-latest-end)
            move match-id to ws-match-key
            move match-end-date to ws-latest-end
        end-if
    end-if.

end program survadm.
