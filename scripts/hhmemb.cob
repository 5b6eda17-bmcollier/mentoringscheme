identification division.
program-id. hhmemb.

*> The other members of a person's household, as a JSON array for a
*> transaction to put in its response - the withdrawal and consent
*> transactions list them so the coordinator can consider whether
*> what was done for one child should reach the others, and the
*> households route shows them back. Each member gives their id,
*> name, relation, role and status off PERSON-MASTER:
*>   [{"person-id": "..", "name": "..", "relation": "..",
*>     "role": "E", "status": "A"}, ...]
*> The person themself is left out, and the list stops at twelve. No
*> household, or no household file at all, gives an empty array, a
*> zero count and a blank household id. The caller must have closed
*> PERSON-MASTER first.

environment division.
input-output section.
file-control.
   select household-file assign to "data/household.dat"
   organization is indexed
   access mode is dynamic
   record key is hh-person-id
   alternate record key is hh-household-id with duplicates
   file status is hh-status.

   select person-master assign to "data/personmst.dat"
   organization is indexed
   access mode is dynamic
   record key is person-id
   file status is pm-status.

data division.
file section.
fd household-file.
copy "hholdrec.cpy".

fd person-master.
copy "personrec.cpy".

working-storage section.
01 hh-status            pic xx.
01 pm-status            pic xx.
01 ws-eof               pic x value "N".
   88 at-eof                value "Y".
01 ws-master-open       pic x value "N".
   88 master-available     value "Y".
01 ws-out-ptr           pic 9(4).
01 ws-member-name       pic x(40).
01 ws-member-role       pic x(1).
01 ws-member-status     pic x(1).

linkage section.
01 person-id-in         pic x(10).
01 household-out        pic x(10).
01 members-out          pic x(2000).
01 member-count-out     pic 9(2).

procedure division using by reference person-id-in household-out
    members-out member-count-out.

main-line.
    move spaces to household-out
    move "[]" to members-out
    move 0 to member-count-out

    open input household-file
    if hh-status not = "00"
        go to main-line-exit
    end-if
    move person-id-in to hh-person-id
    read household-file key is hh-person-id
        invalid key
            close household-file
            go to main-line-exit
    end-read
    move hh-household-id to household-out

    open input person-master
    if pm-status = "00"
        move "Y" to ws-master-open
    end-if

    move spaces to members-out
    move 1 to ws-out-ptr
    string "[" delimited by size
        into members-out with pointer ws-out-ptr
    end-string
    move "N" to ws-eof
    start household-file key not less than hh-household-id
        invalid key
            move "Y" to ws-eof
    end-start
    perform add-one-member until at-eof
    string "]" delimited by size
        into members-out with pointer ws-out-ptr
    end-string

    close household-file
    if master-available
        close person-master
    end-if.

main-line-exit.
    exit program.

add-one-member.
    read household-file next record
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof and hh-household-id not = household-out
        move "Y" to ws-eof
    end-if

    if not at-eof and hh-person-id not = person-id-in
       and member-count-out < 12
        move spaces to ws-member-name ws-member-role ws-member-status
        if master-available
            move hh-person-id to person-id
            read person-master
                invalid key
                    continue
                not invalid key
                    move person-name to ws-member-name
                    move person-role to ws-member-role
                    move person-status to ws-member-status
            end-read
        end-if
        if member-count-out > 0
            string ", " delimited by size
                into members-out with pointer ws-out-ptr
            end-string
        end-if
        add 1 to member-count-out
        string '{"person-id": "' function trim(hh-person-id)
            '", "name": "' function trim(ws-member-name)
            '", "relation": "' function trim(hh-relation)
            '", "role": "' ws-member-role
            '", "status": "' ws-member-status '"}'
            delimited by size
            into members-out with pointer ws-out-ptr
        end-string
    end-if.

end program hhmemb.
