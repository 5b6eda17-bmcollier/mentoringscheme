identification division.
program-id. coordof.

*> Works out which coordinator owns a piece of work: the coordinator
*> named on the match when there is one and they are still active,
*> else the default coordinator of the town. Called with the town
*> code and the match's own coordinator (blank for a waiting mentee
*> or a person, who have only a town). Blank back means nobody owns
*> it - the town names no coordinator, or is not on file - and the
*> reports show that as unassigned rather than guess.

environment division.
input-output section.
file-control.
   select coordinator-file assign to "data/coords.dat"
   organization is indexed
   access mode is dynamic
   record key is coord-id
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

linkage section.
01 town-code-in         pic x(6).
01 override-in          pic x(8).
01 owner-out            pic x(8).

procedure division using by reference town-code-in override-in
    owner-out.

main-line.
    move spaces to owner-out

    if override-in not = spaces
        open input coordinator-file
        if co-status = "00"
            move override-in to coord-id
            read coordinator-file key is coord-id
                invalid key
                    continue
                not invalid key
                    if coord-is-active
                        move override-in to owner-out
                    end-if
            end-read
            close coordinator-file
        end-if
    end-if
    if owner-out not = spaces
        go to main-line-exit
    end-if

    open input towns-master
    if tm-status = "00"
        move town-code-in to town-code
        read towns-master key is town-code
            invalid key
                continue
            not invalid key
                move town-coordinator-id to owner-out
        end-read
        close towns-master
    end-if.

main-line-exit.
    exit program.

end program coordof.
