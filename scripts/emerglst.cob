identification division.
program-id. emerglst.

*> Backs GET /api/people/<id>/emergency - the person's emergency
*> contacts, for the coordinator on the phone to a mentor who has
*> been taken ill at a session. The router only lets an admin-scope
*> (coordinator) key this far; read and partner keys are refused, and
*> every call lands on the audit log like any other person lookup.
*> Answers with the person's name and both slots as one JSON object,
*> an empty slot coming back as null so the caller can see there is
*> nobody in it.

environment division.
input-output section.
file-control.
   select person-master assign to "data/personmst.dat"
   organization is indexed
   access mode is dynamic
   record key is person-id
   file status is pm-status.

   select emergency-contacts assign to "data/emergcon.dat"
   organization is indexed
   access mode is dynamic
   record key is emc-key
   file status is ec-status.

data division.
file section.
fd person-master.
copy "personrec.cpy".

fd emergency-contacts.
copy "emcnrec.cpy".

working-storage section.
01 pm-status            pic xx.
01 ec-status            pic xx.
01 ws-contacts-open     pic x value "N".
   88 contacts-available   value "Y".

*> person-id on the master is the zero-padded 10-digit key; the
*> URL-supplied id arrives bare.
01 ws-id-numeric        pic 9(10) value 0.
01 ws-subject-id        pic x(10).
01 ws-slot              pic 9(1).
01 ws-separator         pic x(1).
01 ws-slot-found        pic x value "N".
   88 slot-found           value "Y".
01 ws-slot-json         pic x(200).

linkage section.
01 person-id-in         pic x(256).

procedure division using by reference person-id-in.

main-line.
    move spaces to ws-subject-id
    if function trim(person-id-in) is numeric
        move function trim(person-id-in) to ws-id-numeric
        move ws-id-numeric to ws-subject-id
    else
        move function trim(person-id-in) to ws-subject-id
    end-if

    open input person-master
    if pm-status not = "00"
        display '{"error": "person lookup unavailable"}'
        go to main-line-exit
    end-if
    move ws-subject-id to person-id
    read person-master key is person-id
        invalid key
            display '{"error": "person not found"}'
            close person-master
            go to main-line-exit
    end-read
    close person-master

    *> No contacts file yet simply means no contacts held.
    open input emergency-contacts
    if ec-status = "00"
        move "Y" to ws-contacts-open
    end-if

    display
        function concatenate ('{"person-id":"',
            function trim(ws-subject-id), '",')
    end-display
    display
        function concatenate ('"name":"',
            function trim(person-name), '",')
    end-display
    display '"contacts":{'
    move "," to ws-separator
    move 1 to ws-slot
    perform show-one-slot
    move space to ws-separator
    move 2 to ws-slot
    perform show-one-slot
    display '}}'

    if contacts-available
        close emergency-contacts
    end-if.

main-line-exit.
    exit program.

show-one-slot.
    move "N" to ws-slot-found
    if contacts-available
        move ws-subject-id to emc-person-id
        move ws-slot to emc-slot
        read emergency-contacts key is emc-key
            invalid key
                continue
            not invalid key
                move "Y" to ws-slot-found
        end-read
    end-if
    move spaces to ws-slot-json
    if slot-found
        string '"' ws-slot '":{"name":"'
            function trim(emc-name) '","relationship":"'
            function trim(emc-relationship) '","phone":"'
            function trim(emc-phone) '","updated":"'
            function trim(emc-updated-date) '"}' ws-separator
            delimited by size into ws-slot-json
        end-string
    else
        string '"' ws-slot '":null' ws-separator
            delimited by size into ws-slot-json
        end-string
    end-if
    display function trim(ws-slot-json) end-display.

end program emerglst.
