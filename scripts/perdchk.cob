identification division.
program-id. perdchk.

*> Says whether a posting date falls in a month the month-end close
*> has already closed. Called by the session capture, correction and
*> claim routes with the yyyymmdd date being posted against; hands
*> back "Y" and the closed month when it does. No closed-period file
*> yet, or a date that is not a date, means nothing is closed - the
*> routes' own date checks deal with a bad date.

environment division.
input-output section.
file-control.
   select period-file assign to "data/periods.dat"
   organization is indexed
   access mode is dynamic
   record key is per-month
   file status is pd-status.

data division.
file section.
fd period-file.
copy "perdrec.cpy".

working-storage section.
01 pd-status            pic xx.

linkage section.
01 posting-date-in      pic x(8).
01 period-closed-out    pic x(1).
01 period-month-out     pic x(6).

procedure division using by reference posting-date-in
    period-closed-out period-month-out.

main-line.
    move "N" to period-closed-out
    move spaces to period-month-out
    if posting-date-in is not numeric
        go to main-line-exit
    end-if

    open input period-file
    if pd-status = "00"
        move posting-date-in(1:6) to per-month
        read period-file key is per-month
            invalid key
                continue
            not invalid key
                move "Y" to period-closed-out
                move per-month to period-month-out
        end-read
        close period-file
    end-if.

main-line-exit.
    exit program.

end program perdchk.
