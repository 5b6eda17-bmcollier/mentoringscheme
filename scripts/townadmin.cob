*> Maintenance transaction for the TOWNS reference file - lets a
*> coordinator add, update or deactivate a town without a programmer
*> editing source. Called for POST /api/towns with a body of
*> action=add|update|deactivate&town=<code>&name=<name>&region=<region>
*> &coordinator=<id>. The coordinator is the town's default owner
*> for caseload purposes and has to be an active entry on the
*> COORDINATOR reference; "coordinator=none" on an update clears it.
*>
*> A council boundary change is handled by
*> action=merge&town=<old>&successor=<code>&effective=<yyyymmdd>:
   lock mode is manual
   file status is tm-status.

   select coordinator-file assign to "data/coords.dat"
   organization is indexed
   access mode is dynamic
   record key is coord-id
   file status is co-status.

   select town-adjacency assign to "data/townadj.dat"
   organization is line sequential
   file status is ta-status.
fd towns-master.
copy "townsrec.cpy".

fd coordinator-file.
copy "coordrec.cpy".

fd town-adjacency.
copy "townajrc.cpy".

01 tm-status            pic xx.
01 ta-status            pic xx.
01 aw-status            pic xx.
01 co-status            pic xx.
01 ws-eof               pic x value "N".
   88 at-eof                value "Y".
01 ws-neighbour         pic x(6).
01 ws-region            pic x(30).
01 ws-successor         pic x(6).
01 ws-effective         pic x(8).
01 ws-coordinator       pic x(8).
01 ws-coord-refusal     pic x(40).
01 ws-merge-ok          pic x value "N".
   88 merge-validated      value "Y".

main-line.
    move spaces to ws-action ws-town ws-name ws-name-cy ws-region
    move spaces to ws-successor ws-effective ws-neighbour
    move spaces to ws-coordinator
    move "N" to ws-merge-ok
    perform split-submission
    perform parse-all-pairs
        go to main-line-exit
    end-if

    perform check-coordinator
    if ws-coord-refusal not = spaces
        display
            function concatenate ('{"error": "',
                function trim(ws-coord-refusal), '"}')
        end-display
        go to main-line-exit
    end-if

    open i-o towns-master
    if tm-status = "35"
        open output towns-master
            move function trim(ws-val) to ws-neighbour
        when "effective"
            move function trim(ws-val) to ws-effective
        when "coordinator"
            move function upper-case(function trim(ws-val))
                to ws-coordinator
        when other
            continue
    end-evaluate.
    *> The FD record area still holds whatever was read last, so the
    *> forwarding fields have to be cleared explicitly.
    move spaces to town-successor town-merged-date
    if ws-coordinator = "NONE"
        move spaces to town-coordinator-id
    else
        move ws-coordinator to town-coordinator-id
    end-if
    write towns-record
        invalid key
            display '{"error": "town already exists"}'
            if ws-region not = spaces
                move ws-region to town-region
            end-if
            if ws-coordinator = "NONE"
                move spaces to town-coordinator-id
            else
                if ws-coordinator not = spaces
                    move ws-coordinator to town-coordinator-id
                end-if
            end-if
            rewrite towns-record
            display '{"status": "town updated"}'
    end-read
validate-adjacency-exit.
    exit.

*> A coordinator named on an add or update has to be on file and
*> active; "none" is the way to clear one.
check-coordinator.
    move spaces to ws-coord-refusal
    if ws-coordinator not = spaces and ws-coordinator not = "NONE"
        move "coordinator not found" to ws-coord-refusal
        open input coordinator-file
        if co-status = "00"
            move ws-coordinator to coord-id
            read coordinator-file key is coord-id
                not invalid key
                    if coord-is-active
                        move spaces to ws-coord-refusal
                    else
                        move "coordinator is not active"
                            to ws-coord-refusal
                    end-if
            end-read
            close coordinator-file
        end-if
    end-if.

deactivate-town.
    move ws-town to town-code
    read towns-master with lock
