identification division.
program-id. susplst.

*> Backs GET /api/suspense - the enrolment submissions still held in
*> SUSPENSE, oldest first as they were taken on, for whoever is
*> working the file through POST /api/suspense. Each item gives its
*> id, where it came from (web form, or the bulk partner file by
*> name), the date received and days held, the reason it was
*> rejected and the values most often needing correction. Contact
*> details stay off the list; the router only lets an admin-scope
*> key this far. Resolved items are not shown.

environment division.
input-output section.
file-control.
   select suspense-file assign to "data/suspense.dat"
   organization is indexed
   access mode is dynamic
   record key is susp-id
   file status is ss-status.

data division.
file section.
fd suspense-file.
copy "susprec.cpy".

working-storage section.
01 ss-status            pic xx.
01 ws-eof               pic x value "N".
   88 at-eof               value "Y".
01 ws-item-count        pic 9(6) value 0.
01 ws-item-count-disp   pic z(5)9.
01 ws-today             pic 9(8).
01 ws-date-numeric      pic 9(8).
01 ws-days-held         pic 9(5).
01 ws-days-held-disp    pic z(4)9.
01 ws-source-text       pic x(70).
01 ws-item-json         pic x(400).

procedure division.

main-line.
    accept ws-today from date yyyymmdd
    display '{"items": ['

    *> No suspense file yet simply means nothing held.
    open input suspense-file
    if ss-status = "00"
        perform list-one-item until at-eof
        close suspense-file
    end-if

    move ws-item-count to ws-item-count-disp
    display
        function concatenate ('], "open": ',
            function trim(ws-item-count-disp), '}')
    end-display

    exit program.

list-one-item.
    read suspense-file next record
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof and susp-is-open
        perform show-one-item
    end-if.

show-one-item.
    move 0 to ws-days-held
    if susp-received-date is numeric
        move susp-received-date to ws-date-numeric
        compute ws-days-held =
            function integer-of-date(ws-today)
            - function integer-of-date(ws-date-numeric)
    end-if
    move ws-days-held to ws-days-held-disp

    move spaces to ws-source-text
    if susp-from-bulk
        string "bulk " function trim(susp-source-file)
            delimited by size into ws-source-text
        end-string
    else
        move "web" to ws-source-text
    end-if

    *> Every item after the first opens with the separating comma.
    if ws-item-count > 0
        display ","
    end-if
    add 1 to ws-item-count

    move spaces to ws-item-json
    string '{"item":"' function trim(susp-id)
        '","source":"' function trim(ws-source-text)
        '","received":"' susp-received-date
        '","days-held":' function trim(ws-days-held-disp)
        ',"reason-code":"' function trim(susp-reason-code)
        '","reason":"' function trim(susp-reason)
        '","name":"' function trim(susp-name)
        '","age":"' function trim(susp-age)
        '","dob":"' function trim(susp-birth-date)
        '","town":"' function trim(susp-town-code)
        '","role":"' function trim(susp-role)
        '","programme":"' function trim(susp-programme)
        '","referrer":"' function trim(susp-referrer) '"}'
        delimited by size into ws-item-json
    end-string
    display function trim(ws-item-json) end-display.

end program susplst.
