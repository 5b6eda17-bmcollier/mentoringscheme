*> Age goes out through an edited picture too - a strict JSON parser
*> refuses zero-padded numerics like 031.
01 ws-age-edited        pic zz9.
*> The age shown is today's, worked out from the date of birth -
*> the age typed at enrolment only stands in where no date is held.
01 ws-today             pic x(8).
01 ws-age-now           pic 9(3) value 0.

*> person-id on PERSON-MASTER is a zero-padded 10-digit key (it's
*> generated from a PIC 9(10) sequence number), but a URL-supplied id

*> Emit the current person-master record as JSON or CSV.
display-one-person.
    accept ws-today from date yyyymmdd
    call "ageof" using by reference
        person-birth-date ws-today person-age ws-age-now
    move ws-age-now to ws-age-edited

    evaluate true
        when person-is-mentor
            move "mentor" to role-text
        move ws-csv-quoted to ws-name-csv
        display
            function concatenate (function trim(person-id), ',',
                function trim(ws-name-csv), ',', function trim(ws-age-edited), ',',
                function trim(person-town-code), ',', function trim(role-text), ',',
                function trim(status-text))
        end-display
            function concatenate ('"name":"', function trim(person-name), '",')
            newline
        end-display
        display
            function concatenate ('"age":', function trim(ws-age-edited), ',')
            newline
