identification division.
program-id. hhadm.

*> Maintenance transaction for the HOUSEHOLD links - which people on
*> PERSON-MASTER are one family: two or three children from one
*> home, and sometimes a parent who also volunteers as a mentor.
*> Called for POST /api/households (admin scope, like every write
*> route) with:
*>   action=add&a=<id>&b=<id>&by=<who>[&relation=<text>]
*>       - puts a into b's household, starting one for the two of
*>         them when b has none yet; relation says how a stands in
*>         it ("parent", "child" ...). Both people must resolve on
*>         PERSON-MASTER, and a person already in another household
*>         has to be removed from it first - households are never
*>         merged silently.
*>   action=remove&a=<id>
*>       - takes a out of their household; a household left with a
*>         single member is dissolved.
*>   action=show&a=<id>
*>       - the household id and the other members.
*> The matching run never pairs a mentee with a mentor from their
*> own household, the withdrawal and consent transactions list the
*> other members, and the duplicate report stops offering members
*> who share a contact as duplicates.

environment division.
input-output section.
file-control.
   select household-file assign to "data/household.dat"
   organization is indexed
   access mode is dynamic
   record key is hh-person-id
   alternate record key is hh-household-id with duplicates
   file status is hh-status.

   select household-seq assign to "data/household.seq"
   organization is line sequential
   file status is seq-status.

   select person-master assign to "data/personmst.dat"
   organization is indexed
   access mode is dynamic
   record key is person-id
   file status is pm-status.

data division.
file section.
fd household-file.
copy "hholdrec.cpy".

fd household-seq.
01 seq-record           pic 9(9).

fd person-master.
copy "personrec.cpy".

working-storage section.
01 hh-status            pic xx.
01 seq-status           pic xx.
01 pm-status            pic xx.
01 ws-eof               pic x value "N".
   88 at-eof                value "Y".

01 ws-action            pic x(12).
01 ws-person-a          pic x(20).
01 ws-person-b          pic x(20).
01 ws-by                pic x(30).
01 ws-relation          pic x(12).

01 ws-pair-table.
   05 ws-pair occurs 10 times pic x(100).
01 ws-pair-count        pic 99 value 0.
01 ws-idx               pic 99.
01 ws-key               pic x(30).
01 ws-val               pic x(70).

01 ws-id-numeric        pic 9(10) value 0.
01 ws-key-a             pic x(10).
01 ws-key-b             pic x(10).
01 ws-household-a       pic x(10).
01 ws-household-b       pic x(10).
01 ws-new-household     pic x(10).
01 ws-last-household    pic 9(9) value 0.
01 ws-remaining         pic 9(4) value 0.
01 ws-remaining-id      pic x(10).
01 ws-today             pic x(8).

*> What hhmemb hands back for the show action.
01 ws-members           pic x(2000).
01 ws-member-count      pic 9(2).
01 ws-member-household  pic x(10).

linkage section.
01 post-body-in         pic x(8192).

procedure division using by reference post-body-in.

main-line.
    move spaces to ws-action ws-person-a ws-person-b
    move spaces to ws-by ws-relation
    perform split-submission
    perform parse-all-pairs
    accept ws-today from date yyyymmdd

    if ws-person-a = spaces
        display '{"error": "person id (a) is required"}'
        go to main-line-exit
    end-if
    perform pad-pair-keys

    evaluate function trim(ws-action)
        when "add"
            perform add-to-household thru add-to-household-exit
        when "remove"
            perform remove-from-household thru remove-from-household-exit
        when "show"
            perform show-household
        when other
            display '{"error": "unknown action"}'
    end-evaluate.

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
        when "a"
            move function trim(ws-val) to ws-person-a
        when "b"
            move function trim(ws-val) to ws-person-b
        when "by"
            move function trim(ws-val) to ws-by
        when "relation"
            move function lower-case(function trim(ws-val))
                to ws-relation
        when other
            continue
    end-evaluate.

pad-pair-keys.
    move spaces to ws-key-a ws-key-b
    if function trim(ws-person-a) is numeric
        move function trim(ws-person-a) to ws-id-numeric
        move ws-id-numeric to ws-key-a
    else
        move function trim(ws-person-a) to ws-key-a
    end-if
    if ws-person-b not = spaces
        if function trim(ws-person-b) is numeric
            move function trim(ws-person-b) to ws-id-numeric
            move ws-id-numeric to ws-key-b
        else
            move function trim(ws-person-b) to ws-key-b
        end-if
    end-if.

add-to-household.
    if ws-person-b = spaces
        display '{"error": "both person ids (a and b) are required"}'
        go to add-to-household-exit
    end-if
    if ws-key-a = ws-key-b
        display '{"error": "a and b are the same person"}'
        go to add-to-household-exit
    end-if
    if ws-by = spaces
        display '{"error": "by (who is recording this) is required"}'
        go to add-to-household-exit
    end-if

    *> Both have to exist - a link naming a mistyped id would keep
    *> nobody apart.
    open input person-master
    if pm-status not = "00"
        display '{"error": "person lookup unavailable"}'
        go to add-to-household-exit
    end-if
    move ws-key-a to person-id
    read person-master key is person-id
        invalid key
            display '{"error": "person a not found"}'
            close person-master
            go to add-to-household-exit
    end-read
    move ws-key-b to person-id
    read person-master key is person-id
        invalid key
            display '{"error": "person b not found"}'
            close person-master
            go to add-to-household-exit
    end-read
    close person-master

    open i-o household-file
    if hh-status = "35"
        open output household-file
        close household-file
        open i-o household-file
    end-if
    if hh-status not = "00"
        display '{"error": "system busy - try again shortly"}'
        go to add-to-household-exit
    end-if

    move spaces to ws-household-a ws-household-b
    move ws-key-a to hh-person-id
    read household-file key is hh-person-id
        not invalid key
            move hh-household-id to ws-household-a
    end-read
    move ws-key-b to hh-person-id
    read household-file key is hh-person-id
        not invalid key
            move hh-household-id to ws-household-b
    end-read

    if ws-household-a not = spaces
        close household-file
        if ws-household-a = ws-household-b
            display '{"error": "a and b are already in the same household"}'
        else
            display
                function concatenate ('{"error": "person a is already ',
                    'in household ', function trim(ws-household-a),
                    ' - remove them from it first"}')
            end-display
        end-if
        go to add-to-household-exit
    end-if

    *> b with no household yet starts one, b first.
    if ws-household-b = spaces
        perform allocate-household-id
        move ws-new-household to ws-household-b
        move ws-key-b to hh-person-id
        move ws-household-b to hh-household-id
        move spaces to hh-relation
        move ws-today to hh-linked-date
        move ws-by to hh-linked-by
        write household-record
    end-if

    move ws-key-a to hh-person-id
    move ws-household-b to hh-household-id
    move ws-relation to hh-relation
    move ws-today to hh-linked-date
    move ws-by to hh-linked-by
    write household-record
    close household-file
    display
        function concatenate ('{"status": "household linked", ',
            '"household": "', function trim(ws-household-b), '"}')
    end-display.

add-to-household-exit.
    exit.

*> The next household id off the sequence, persisted at once.
allocate-household-id.
    move 0 to ws-last-household
    open input household-seq
    if seq-status = "00"
        read household-seq
            not at end
                move seq-record to ws-last-household
        end-read
        close household-seq
    end-if
    add 1 to ws-last-household
    open output household-seq
    move ws-last-household to seq-record
    write seq-record
    close household-seq
    move spaces to ws-new-household
    string "H" ws-last-household
        delimited by size into ws-new-household
    end-string.

remove-from-household.
    open i-o household-file
    if hh-status not = "00"
        display '{"error": "person a is not in a household"}'
        go to remove-from-household-exit
    end-if
    move ws-key-a to hh-person-id
    read household-file key is hh-person-id
        invalid key
            close household-file
            display '{"error": "person a is not in a household"}'
            go to remove-from-household-exit
    end-read
    move hh-household-id to ws-household-a
    delete household-file record

    *> Whoever is left - one member is no household at all.
    move 0 to ws-remaining
    move spaces to ws-remaining-id
    move ws-household-a to hh-household-id
    move "N" to ws-eof
    start household-file key not less than hh-household-id
        invalid key
            move "Y" to ws-eof
    end-start
    perform count-one-remaining until at-eof
    if ws-remaining = 1
        move ws-remaining-id to hh-person-id
        delete household-file record
            invalid key
                continue
        end-delete
    end-if
    close household-file
    display '{"status": "household link removed"}'.

remove-from-household-exit.
    exit.

count-one-remaining.
    read household-file next record
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof and hh-household-id not = ws-household-a
        move "Y" to ws-eof
    end-if

    if not at-eof
        add 1 to ws-remaining
        move hh-person-id to ws-remaining-id
    end-if.

show-household.
    call "hhmemb" using by reference ws-key-a ws-member-household
        ws-members ws-member-count
    if ws-member-household = spaces
        display '{"error": "person a is not in a household"}'
    else
        display
            function concatenate ('{"person-id": "',
                function trim(ws-key-a), '", "household": "',
                function trim(ws-member-household), '", "members": ',
                function trim(ws-members), '}')
        end-display
    end-if.

end program hhadm.
