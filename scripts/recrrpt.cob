identification division.
program-id. recrrpt.

*> Monthly mentor recruitment funnel off the recruitment file and its
*> stage history, so the manager can see where recruits are lost
*> between first enquiry and enrolment. For each stage - enquiry,
*> application, interview, references, DBS applied, induction
*> booked, and enrolled at the end - the report gives:
*>   now        recruits sitting at the stage today
*>   in month   recruits who reached the stage in the report month
*>              (RECRRPT_MONTH yyyymm, defaulting to last month)
*>   left       recruits who dropped out at the stage that month
*>   reached    everyone who ever got as far as the stage
*>   dropped    everyone who ever dropped out at it
*>   drop-out   dropped as a percentage of reached
*>   avg days   the average days a recruit spent at the stage before
*>              moving on, over every move on the history
*> A first reference arriving leaves the stage where it was and is
*> not counted as a move.

environment division.
input-output section.
file-control.
   select recruit-file assign to "data/recruits.dat"
   organization is indexed
   access mode is dynamic
   record key is recr-id
   file status is rc-status.

   select recruit-history assign to "data/recrhist.dat"
   organization is line sequential
   file status is rh-status.

   select funnel-report assign to "data/recruitfunnel.txt"
   organization is line sequential
   file status is rpt-status.

data division.
file section.
fd recruit-file.
copy "recrrec.cpy".

fd recruit-history.
copy "rchsrec.cpy".

fd funnel-report.
01 report-line           pic x(120).

working-storage section.
01 rc-status            pic xx.
01 rh-status            pic xx.
01 rpt-status           pic xx.
01 ws-eof               pic x value "N".
   88 at-eof                value "Y".

01 ws-run-date          pic x(8).
01 ws-use-month         pic x(6).
01 ws-month-env         pic x(10).
01 ws-total-months      pic 9(8).
01 ws-pm-year           pic 9(4).
01 ws-pm-mm             pic 9(2).
01 ws-pm-build.
   05 ws-pmb-year       pic 9(4).
   05 ws-pmb-month      pic 9(2).

*> The stages in pipeline order; the enrolled "stage" is last.
01 ws-stage-codes       pic x(7) value "EFIRDNC".
01 ws-stage-name-list.
   05 filler            pic x(16) value "enquiry".
   05 filler            pic x(16) value "application".
   05 filler            pic x(16) value "interview".
   05 filler            pic x(16) value "references".
   05 filler            pic x(16) value "DBS applied".
   05 filler            pic x(16) value "induction booked".
   05 filler            pic x(16) value "enrolled".
01 ws-stage-names redefines ws-stage-name-list.
   05 ws-stage-name     pic x(16) occurs 7 times.

01 ws-stage-table.
   05 ws-stage-entry occurs 7 times.
      10 ws-st-now          pic 9(6).
      10 ws-st-in-month     pic 9(6).
      10 ws-st-left-month   pic 9(6).
      10 ws-st-reached      pic 9(6).
      10 ws-st-dropped      pic 9(6).
      10 ws-st-days-total   pic 9(9).
      10 ws-st-days-count   pic 9(6).
01 ws-sx                pic 9(2).
01 ws-final-sx          pic 9(2).
01 ws-code              pic x(1).
01 ws-code-sx           pic 9(2).

01 ws-date-numeric      pic 9(8).
01 ws-from-int          pic 9(8).
01 ws-to-int            pic 9(8).

01 ws-recruit-count     pic 9(6) value 0.
01 ws-open-count        pic 9(6) value 0.
01 ws-enrolled-count    pic 9(6) value 0.
01 ws-dropped-count     pic 9(6) value 0.

01 ws-now-edited        pic z(5)9.
01 ws-month-edited      pic z(5)9.
01 ws-left-edited       pic z(5)9.
01 ws-reached-edited    pic z(5)9.
01 ws-dropped-edited    pic z(5)9.
01 ws-rate              pic 9(3)v9.
01 ws-rate-edited       pic zz9.9.
01 ws-avg-days          pic 9(5)v9.
01 ws-avg-edited        pic z(4)9.9.

*> Run-control accounting (0 clean, 12 when the recruitment file is
*> unreadable; no recruitment file yet is an empty funnel, not an
*> error).
01 ws-start-time        pic x(8).
01 ws-step-name         pic x(8) value "RECRRPT".
01 ws-report-file       pic x(64) value "data/recruitfunnel.txt".
01 ws-outcome           pic x(8).
01 ws-rl-read           pic 9(8) value 0.
01 ws-rl-written        pic 9(8) value 0.
01 ws-rl-reject         pic 9(8) value 0.

procedure division.
main-line.
    accept ws-start-time from time
    accept ws-run-date from date yyyymmdd

    move spaces to ws-month-env
    accept ws-month-env from environment "RECRRPT_MONTH"
    if function trim(ws-month-env) is numeric
       and function length(function trim(ws-month-env)) = 6
        move function trim(ws-month-env) to ws-use-month
    else
        compute ws-total-months =
            (function numval(ws-run-date(1:4)) * 12)
            + function numval(ws-run-date(5:2)) - 1 - 1
        compute ws-pm-year = ws-total-months / 12
        compute ws-pm-mm =
            ws-total-months - (ws-pm-year * 12) + 1
        move ws-pm-year to ws-pmb-year
        move ws-pm-mm to ws-pmb-month
        move ws-pm-build to ws-use-month
    end-if

    initialize ws-stage-table

    open input recruit-file
    if rc-status = "00"
        perform count-one-recruit until at-eof
        close recruit-file
    else
        if rc-status not = "35"
            display "recrrpt: recruitment file not available, status "
                rc-status
            move "error" to ws-outcome
            move 12 to return-code
            perform write-run-record
            go to main-line-exit
        end-if
    end-if

    move "N" to ws-eof
    open input recruit-history
    if rh-status = "00"
        perform count-one-move until at-eof
        close recruit-history
    end-if

    open output funnel-report
    move "mentor recruitment funnel" to report-line
    write report-line
    move spaces to report-line
    string "month " ws-use-month "  prepared " ws-run-date
        delimited by size into report-line
    end-string
    write report-line
    move spaces to report-line
    write report-line
    move
        "stage              now  in month    left   reached  dropped  drop-out%  avg days"
        to report-line
    write report-line

    perform write-one-stage
        varying ws-sx from 1 by 1 until ws-sx > 7

    move spaces to report-line
    write report-line
    if ws-recruit-count > 0
        compute ws-rate rounded =
            ws-dropped-count * 100 / ws-recruit-count
    else
        move 0 to ws-rate
    end-if
    move ws-rate to ws-rate-edited
    move spaces to report-line
    string
        "recruits " ws-recruit-count
        "  in the pipeline " ws-open-count
        "  enrolled " ws-enrolled-count
        "  dropped out " ws-dropped-count
        "  overall drop-out " function trim(ws-rate-edited) "%"
        delimited by size into report-line
    end-string
    write report-line
    close funnel-report
    call "rptgen" using by reference ws-report-file ws-step-name

    move ws-recruit-count to ws-rl-written
    move "ok" to ws-outcome
    perform write-run-record.

main-line-exit.
    exit program.

write-run-record.
    call "runlog" using by reference
        ws-step-name ws-start-time
        ws-rl-read ws-rl-written ws-rl-reject ws-outcome.

*> Where each recruit stands today, and how far they ever got - a
*> drop-out got as far as the stage they left from.
count-one-recruit.
    read recruit-file next record
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof
        add 1 to ws-rl-read
        add 1 to ws-recruit-count
        if recr-is-dropped
            add 1 to ws-dropped-count
            move recr-drop-stage to ws-code
        else
            move recr-stage to ws-code
            if recr-is-converted
                add 1 to ws-enrolled-count
            else
                add 1 to ws-open-count
            end-if
        end-if
        perform find-stage-index
        move ws-code-sx to ws-final-sx
        if ws-final-sx > 0
            if recr-is-dropped
                add 1 to ws-st-dropped(ws-final-sx)
            else
                add 1 to ws-st-now(ws-final-sx)
            end-if
            perform add-one-reached
                varying ws-sx from 1 by 1 until ws-sx > ws-final-sx
        end-if
    end-if.

add-one-reached.
    add 1 to ws-st-reached(ws-sx).

*> Each history line is a move into rch-stage out of rch-from-stage:
*> it counts for the month of its date, and the days since the stage
*> moved from began are that stage's time.
count-one-move.
    read recruit-history
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof and rch-stage not = rch-from-stage
        add 1 to ws-rl-read
        if rch-stage = "X"
            if rch-date(1:6) = ws-use-month
                move rch-from-stage to ws-code
                perform find-stage-index
                if ws-code-sx > 0
                    add 1 to ws-st-left-month(ws-code-sx)
                end-if
            end-if
        else
            if rch-date(1:6) = ws-use-month
                move rch-stage to ws-code
                perform find-stage-index
                if ws-code-sx > 0
                    add 1 to ws-st-in-month(ws-code-sx)
                end-if
            end-if
            if rch-from-date is numeric and rch-date is numeric
                move rch-from-stage to ws-code
                perform find-stage-index
                if ws-code-sx > 0
                    move rch-from-date to ws-date-numeric
                    move function integer-of-date(ws-date-numeric)
                        to ws-from-int
                    move rch-date to ws-date-numeric
                    move function integer-of-date(ws-date-numeric)
                        to ws-to-int
                    if ws-to-int >= ws-from-int
                        compute ws-st-days-total(ws-code-sx) =
                            ws-st-days-total(ws-code-sx)
                            + ws-to-int - ws-from-int
                        add 1 to ws-st-days-count(ws-code-sx)
                    end-if
                end-if
            end-if
        end-if
    end-if.

find-stage-index.
    move 0 to ws-code-sx
    perform check-one-stage-code
        varying ws-sx from 1 by 1 until ws-sx > 7.

check-one-stage-code.
    if ws-stage-codes(ws-sx:1) = ws-code
        move ws-sx to ws-code-sx
    end-if.

write-one-stage.
    move ws-st-now(ws-sx) to ws-now-edited
    move ws-st-in-month(ws-sx) to ws-month-edited
    move ws-st-left-month(ws-sx) to ws-left-edited
    move ws-st-reached(ws-sx) to ws-reached-edited
    move ws-st-dropped(ws-sx) to ws-dropped-edited
    if ws-st-reached(ws-sx) > 0
        compute ws-rate rounded =
            ws-st-dropped(ws-sx) * 100 / ws-st-reached(ws-sx)
    else
        move 0 to ws-rate
    end-if
    move ws-rate to ws-rate-edited
    if ws-st-days-count(ws-sx) > 0
        compute ws-avg-days rounded =
            ws-st-days-total(ws-sx) / ws-st-days-count(ws-sx)
    else
        move 0 to ws-avg-days
    end-if
    move ws-avg-days to ws-avg-edited
    move spaces to report-line
    if ws-sx < 7
        string
            ws-stage-name(ws-sx) ws-now-edited "    " ws-month-edited
            "  " ws-left-edited "    " ws-reached-edited
            "   " ws-dropped-edited "      " ws-rate-edited
            "   " ws-avg-edited
            delimited by size into report-line
        end-string
    else
        *> Nobody leaves from enrolled and nobody moves on from it.
        string
            ws-stage-name(ws-sx) ws-now-edited "    " ws-month-edited
            "          " "    " ws-reached-edited
            delimited by size into report-line
        end-string
    end-if
    write report-line.

end program recrrpt.
