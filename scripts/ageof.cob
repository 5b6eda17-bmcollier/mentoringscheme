identification division.
program-id. ageof.

*> Works out a person's age in whole years on a given date from
*> their date of birth, so nothing has to trust the age typed at
*> enrolment - a 16-year-old enrolled two years ago is 18 today.
*> Called by every program that needs an age (the matching run's
*> consent gate and scoring, the person read route, the subject-
*> access extract, the nightly age-out check) with the PERSON-MASTER
*> date of birth and held age, and the date the age is wanted for.
*> A blank or impossible date of birth - every record enrolled
*> before the field existed - falls back to the held age, so old
*> records carry on exactly as they did.

data division.
working-storage section.
01 ws-birth-numeric     pic 9(8).
01 ws-birth-parts redefines ws-birth-numeric.
   05 ws-birth-year     pic 9(4).
   05 ws-birth-mmdd     pic 9(4).
01 ws-asat-numeric      pic 9(8).
01 ws-asat-parts redefines ws-asat-numeric.
   05 ws-asat-year      pic 9(4).
   05 ws-asat-mmdd      pic 9(4).
01 ws-years             pic s9(4).

linkage section.
01 birth-date-in        pic x(8).
01 as-at-date-in        pic x(8).
01 held-age-in          pic 9(3).
01 age-out              pic 9(3).

procedure division using by reference birth-date-in as-at-date-in
    held-age-in age-out.

main-line.
    if held-age-in is numeric
        move held-age-in to age-out
    else
        move 0 to age-out
    end-if

    if birth-date-in is not numeric or as-at-date-in is not numeric
        go to main-line-exit
    end-if
    move birth-date-in to ws-birth-numeric
    move as-at-date-in to ws-asat-numeric
    if function integer-of-date(ws-birth-numeric) = 0
       or ws-birth-numeric > ws-asat-numeric
        go to main-line-exit
    end-if

    *> Whole years between the two dates, one fewer if this year's
    *> birthday (month and day) has not been reached yet - a 29
    *> February birthday counts from 1 March in other years.
    compute ws-years = ws-asat-year - ws-birth-year
    if ws-asat-mmdd < ws-birth-mmdd
        subtract 1 from ws-years
    end-if
    if ws-years < 0
        move 0 to ws-years
    end-if
    move ws-years to age-out.

main-line-exit.
    exit program.

end program ageof.
