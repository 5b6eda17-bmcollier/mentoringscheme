identification division.
program-id. coordadm.

*> Maintenance transaction for the COORDINATOR reference file - lets
*> the manager add, update or deactivate a coordinator without a
*> programmer editing data, the way townadmin keeps the TOWNS
*> master. Called for POST /api/coordinators with a body of
*> action=add|update|deactivate&coordinator=<id>&name=<name>
*> &contact=<email or phone>.
*> Towns are given their default coordinator through the towns
*> route and single pairings through the match route. A coordinator
*> who is still the default for an active town cannot be
*> deactivated - their towns have to be handed over first, or the
*> pairings in them would drop out of everyone's caseload.

environment division.
input-output section.
file-control.
   select coordinator-file assign to "data/coords.dat"
   organization is indexed
   access mode is dynamic
   record key is coord-id
   lock mode is manual
   file status is co-status.

   select towns-master assign to "data/towns.dat"
   organization is indexed
   access mode is dynamic
   record key is town-code
   file status is tm-status.

data division.
file section.
fd coordinator-file.
copy "coordrec.cpy".

fd towns-master.
copy "townsrec.cpy".

working-storage section.
01 co-status            pic xx.
01 tm-status            pic xx.
01 ws-eof               pic x value "N".
   88 at-eof                value "Y".

01 ws-action            pic x(12).
01 ws-coordinator       pic x(8).
01 ws-name              pic x(40).
01 ws-contact           pic x(60).
01 ws-towns-held        pic 9(4) value 0.
01 ws-towns-edited      pic z(3)9.

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
    move spaces to ws-action ws-coordinator ws-name ws-contact
    perform split-submission
    perform parse-all-pairs

    if ws-coordinator = spaces
        display '{"error": "coordinator id required"}'
        go to main-line-exit
    end-if

    open i-o coordinator-file
    if co-status = "35"
        open output coordinator-file
        close coordinator-file
        open i-o coordinator-file
    end-if
    if co-status = "93" or co-status = "61"
        display '{"error": "system busy - try again shortly"}'
        go to main-line-exit
    end-if

    evaluate ws-action
        when "add"
            perform add-coordinator
        when "update"
            perform update-coordinator
        when "deactivate"
            perform deactivate-coordinator
        when other
            display '{"error": "unknown action"}'
    end-evaluate

    close coordinator-file.

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
        when "coordinator"
            move function upper-case(function trim(ws-val))
                to ws-coordinator
        when "name"
            move function trim(ws-val) to ws-name
        when "contact"
            move function trim(ws-val) to ws-contact
        when other
            continue
    end-evaluate.

add-coordinator.
    if ws-name = spaces
        display '{"error": "name is required"}'
    else
        move ws-coordinator to coord-id
        move ws-name to coord-name
        move ws-contact to coord-contact
        move "Y" to coord-active-flag
        write coordinator-record
            invalid key
                display '{"error": "coordinator already exists"}'
            not invalid key
                display '{"status": "coordinator added"}'
        end-write
    end-if.

update-coordinator.
    move ws-coordinator to coord-id
    read coordinator-file with lock
        invalid key
            display '{"error": "coordinator not found"}'
        not invalid key
            if ws-name not = spaces
                move ws-name to coord-name
            end-if
            if ws-contact not = spaces
                move ws-contact to coord-contact
            end-if
            rewrite coordinator-record
            display '{"status": "coordinator updated"}'
    end-read
    *> A record already locked by a concurrent writer fails the READ
    *> with neither branch running - refuse politely rather than
    *> falling through with an empty body.
    if co-status = "51" or co-status = "99"
        display '{"error": "system busy - try again shortly"}'
    end-if.

deactivate-coordinator.
    perform count-towns-held
    if ws-towns-held > 0
        move ws-towns-held to ws-towns-edited
        display
            function concatenate ('{"error": "coordinator is still ',
                'the default for ', function trim(ws-towns-edited),
                ' active town(s) - hand them over first"}')
        end-display
    else
        move ws-coordinator to coord-id
        read coordinator-file with lock
            invalid key
                display '{"error": "coordinator not found"}'
            not invalid key
                move "N" to coord-active-flag
                rewrite coordinator-record
                display '{"status": "coordinator deactivated"}'
        end-read
        if co-status = "51" or co-status = "99"
            display '{"error": "system busy - try again shortly"}'
        end-if
    end-if.

count-towns-held.
    move 0 to ws-towns-held
    move "N" to ws-eof
    open input towns-master
    if tm-status = "00"
        perform check-one-town until at-eof
        close towns-master
    end-if.

check-one-town.
    read towns-master next record
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof and town-is-active
       and town-coordinator-id = ws-coordinator
        add 1 to ws-towns-held
    end-if.

end program coordadm.
