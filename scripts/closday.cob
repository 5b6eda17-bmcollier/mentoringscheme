identification division.
program-id. closday.

*> Counts the scheme closure days from one date to another, both
*> ends included, off the CLOSURE reference - so a clock that should
*> only run on open days can take them off the calendar days it has
*> worked out, and a single date can be tested by passing it as both
*> ends. Called by the booking transaction, the reminder step, the
*> stalled-pairs and review-due reports and both ends of the
*> complaints register. No closure file, a blank or impossible date,
*> or a range that runs backwards all count as no closures, so every
*> caller carries on exactly as it did before closures were held.

environment division.
input-output section.
file-control.
   select closure-file assign to "data/closures.dat"
   organization is indexed
   access mode is dynamic
   record key is clos-date
   file status is cl-status.

data division.
file section.
fd closure-file.
copy "closrec.cpy".

working-storage section.
01 cl-status            pic xx.
01 ws-eof               pic x value "N".
   88 at-eof                value "Y".
01 ws-date-numeric      pic 9(8).

linkage section.
01 from-date-in         pic x(8).
01 to-date-in           pic x(8).
01 closed-days-out      pic 9(5).

procedure division using by reference from-date-in to-date-in
    closed-days-out.

main-line.
    move 0 to closed-days-out
    if from-date-in is not numeric or to-date-in is not numeric
       or from-date-in > to-date-in
        go to main-line-exit
    end-if
    move from-date-in to ws-date-numeric
    if function integer-of-date(ws-date-numeric) = 0
        go to main-line-exit
    end-if

    open input closure-file
    if cl-status not = "00"
        go to main-line-exit
    end-if
    move "N" to ws-eof
    move from-date-in to clos-date
    start closure-file key not less than clos-date
        invalid key
            move "Y" to ws-eof
    end-start
    perform count-one-closure until at-eof
    close closure-file.

main-line-exit.
    exit program.

count-one-closure.
    read closure-file next record
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof
        if clos-date > to-date-in
            move "Y" to ws-eof
        else
            add 1 to closed-days-out
        end-if
    end-if.

end program closday.
