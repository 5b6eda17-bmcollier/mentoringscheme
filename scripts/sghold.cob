identification division.
program-id. sghold.

*> Answers whether a pairing is on safeguarding hold: "Y" back when
*> an open safeguarding case with the hold on names the mentor and
*> the mentee given. Either id may be passed blank, meaning "any" -
*> the matching run asks about one person at a time, whoever they
*> are paired with, while a booking asks about the exact pair. No
*> case file yet means nothing is held. The hold stays until the
*> safeguarding lead releases it or closes the case.

environment division.
input-output section.
file-control.
   select case-file assign to "data/sgcases.dat"
   organization is indexed
   access mode is dynamic
   record key is sgc-id
   file status is sc-status.

data division.
file section.
fd case-file.
copy "sgcsrec.cpy".

working-storage section.
01 sc-status            pic xx.
01 ws-eof               pic x value "N".
   88 at-eof                value "Y".

linkage section.
01 mentor-id-in         pic x(10).
01 mentee-id-in         pic x(10).
01 held-out             pic x(1).

procedure division using by reference mentor-id-in mentee-id-in
    held-out.

main-line.
    move "N" to held-out
    if mentor-id-in = spaces and mentee-id-in = spaces
        go to main-line-exit
    end-if

    open input case-file
    if sc-status not = "00"
        go to main-line-exit
    end-if
    move "N" to ws-eof
    perform check-one-case until at-eof or held-out = "Y"
    close case-file.

main-line-exit.
    exit program.

check-one-case.
    read case-file next record
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof
        if sgc-is-open and sgc-pairing-held
           and (mentor-id-in = spaces or sgc-mentor-id = mentor-id-in)
           and (mentee-id-in = spaces or sgc-mentee-id = mentee-id-in)
            move "Y" to held-out
        end-if
    end-if.

end program sghold.
