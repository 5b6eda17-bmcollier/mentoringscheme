identification division.
program-id. sgcasrpt.

*> Open safeguarding cases by age, for the safeguarding lead's
*> weekly review: every case still open, oldest first, under age
*> bands counted from the day it was opened - over 90 days, 31 to
*> 90, 8 to 30 and the last week. Each case shows its owner, the
*> pairing, whether the pairing is on hold, the outside agency it
*> was referred to (if any) and the date of the last action; a case
*> nobody has touched in SGCASE_STALE_DAYS days (default 14) is
*> marked so it is picked up first. Restricted like the case file
*> itself, so it runs as its own job under the lead's access.

environment division.
input-output section.
file-control.
   select case-file assign to "data/sgcases.dat"
   organization is indexed
   access mode is dynamic
   record key is sgc-id
   file status is sc-status.

   select person-master assign to "data/personmst.dat"
   organization is indexed
   access mode is dynamic
   record key is person-id
   file status is pm-status.

   select case-report assign to "data/sgcases.txt"
   organization is line sequential
   file status is rpt-status.

   select case-sort assign to "data/sgcasrpt.srt".

data division.
file section.
fd case-file.
copy "sgcsrec.cpy".

fd person-master.
copy "personrec.cpy".

fd case-report.
01 report-line           pic x(160).

sd case-sort.
01 case-sort-record.
   05 srt-band             pic 9(1).
   05 srt-opened           pic x(8).
   05 srt-case-id          pic x(10).
   05 srt-age-days         pic 9(5).
   05 srt-mentor-id        pic x(10).
   05 srt-mentee-id        pic x(10).
   05 srt-category         pic x(20).
   05 srt-owner            pic x(30).
   05 srt-hold             pic x(1).
   05 srt-agency           pic x(30).
   05 srt-agency-date      pic x(8).
   05 srt-last-action      pic x(8).
   05 srt-stale            pic x(1).

working-storage section.
01 sc-status            pic xx.
01 pm-status            pic xx.
01 rpt-status           pic xx.
01 ws-eof               pic x value "N".
   88 at-eof                value "Y".
01 ws-sort-eof          pic x value "N".
   88 at-sort-eof           value "Y".
01 ws-master-open       pic x value "N".
   88 master-available     value "Y".

01 ws-run-date          pic x(8).
01 ws-stale-env         pic x(10).
01 ws-stale-days        pic 9(4) value 14.
01 ws-date-numeric      pic 9(8).
01 ws-run-day-int       pic 9(8).
01 ws-day-int           pic 9(8).
01 ws-since-action      pic 9(5).

*> Age bands, oldest first, with the count of open cases in each.
01 ws-band-labels.
   05 filler            pic x(20) value "over 90 days".
   05 filler            pic x(20) value "31 to 90 days".
   05 filler            pic x(20) value "8 to 30 days".
   05 filler            pic x(20) value "up to 7 days".
01 ws-band-table redefines ws-band-labels.
   05 ws-band-label     pic x(20) occurs 4 times.
01 ws-band-counts.
   05 ws-band-count     pic 9(5) occurs 4 times.
01 ws-cur-band          pic 9(1).
01 ws-open-count        pic 9(6) value 0.
01 ws-held-count        pic 9(6) value 0.
01 ws-stale-count       pic 9(6) value 0.
01 ws-band-idx          pic 9(1).

01 ws-lookup-name       pic x(40).
01 ws-mentor-name       pic x(40).
01 ws-mentee-name       pic x(40).
01 ws-hold-word         pic x(8).
01 ws-stale-word        pic x(18).

*> Report step name, for the dated generation kept of the report.
01 ws-step-name         pic x(8) value "SGCASRPT".
01 ws-report-file       pic x(64) value "data/sgcases.txt".

procedure division.
main-line.
    accept ws-run-date from date yyyymmdd

    move spaces to ws-stale-env
    accept ws-stale-env from environment "SGCASE_STALE_DAYS"
    if function trim(ws-stale-env) is numeric
       and function length(function trim(ws-stale-env)) <= 4
        move function trim(ws-stale-env) to ws-stale-days
    end-if
    move ws-run-date to ws-date-numeric
    move function integer-of-date(ws-date-numeric) to ws-run-day-int
    initialize ws-band-counts

    open input case-file
    if sc-status not = "00" and sc-status not = "35"
        display "sgcasrpt: safeguarding case file not available, status "
            sc-status
        go to main-line-exit
    end-if

    open input person-master
    if pm-status = "00"
        move "Y" to ws-master-open
    end-if

    open output case-report
    move "safeguarding - open cases by age" to report-line
    write report-line
    move spaces to report-line
    string "as at " ws-run-date "  - no action in " ws-stale-days
        " days marked STALE"
        delimited by size into report-line
    end-string
    write report-line

    sort case-sort
        on ascending key srt-band srt-opened srt-case-id
        input procedure is release-open-cases
        output procedure is write-by-band

    if ws-open-count = 0
        move spaces to report-line
        write report-line
        move "  no open cases" to report-line
        write report-line
    end-if
    move spaces to report-line
    write report-line
    move spaces to report-line
    string "open cases " ws-open-count
        "  pairings on hold " ws-held-count
        "  stale " ws-stale-count
        delimited by size into report-line
    end-string
    write report-line
    perform write-band-total varying ws-band-idx from 1 by 1
        until ws-band-idx > 4

    close case-report
    call "rptgen" using by reference ws-report-file ws-step-name
    if sc-status = "00"
        close case-file
    end-if
    if master-available
        close person-master
    end-if.

main-line-exit.
    exit program.

release-open-cases.
    if sc-status = "00"
        perform release-one-case until at-eof
    end-if.

release-one-case.
    read case-file next record
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof and sgc-is-open
        move 0 to srt-age-days
        if sgc-opened-date is numeric
            move sgc-opened-date to ws-date-numeric
            move function integer-of-date(ws-date-numeric) to ws-day-int
            if ws-day-int > 0 and ws-day-int <= ws-run-day-int
                compute srt-age-days = ws-run-day-int - ws-day-int
            end-if
        end-if
        evaluate true
            when srt-age-days > 90
                move 1 to srt-band
            when srt-age-days > 30
                move 2 to srt-band
            when srt-age-days > 7
                move 3 to srt-band
            when other
                move 4 to srt-band
        end-evaluate

        move "N" to srt-stale
        move srt-age-days to ws-since-action
        if sgc-last-action-date is numeric
            move sgc-last-action-date to ws-date-numeric
            move function integer-of-date(ws-date-numeric) to ws-day-int
            if ws-day-int > 0 and ws-day-int <= ws-run-day-int
                compute ws-since-action = ws-run-day-int - ws-day-int
            end-if
        end-if
        if ws-since-action > ws-stale-days
            move "Y" to srt-stale
        end-if

        move sgc-opened-date to srt-opened
        move sgc-id to srt-case-id
        move sgc-mentor-id to srt-mentor-id
        move sgc-mentee-id to srt-mentee-id
        move sgc-category to srt-category
        move sgc-owner to srt-owner
        move sgc-hold-flag to srt-hold
        move sgc-ext-agency to srt-agency
        move sgc-ext-date to srt-agency-date
        move sgc-last-action-date to srt-last-action
        release case-sort-record
    end-if.

write-by-band.
    move 0 to ws-cur-band
    perform write-one-case until at-sort-eof.

write-one-case.
    return case-sort
        at end
            move "Y" to ws-sort-eof
    end-return

    if not at-sort-eof
        if srt-band not = ws-cur-band
            move srt-band to ws-cur-band
            move spaces to report-line
            write report-line
            move spaces to report-line
            string "open " ws-band-label(srt-band)
                delimited by size into report-line
            end-string
            write report-line
        end-if
        add 1 to ws-open-count
        add 1 to ws-band-count(srt-band)
        if srt-hold = "Y"
            add 1 to ws-held-count
            move "HELD" to ws-hold-word
        else
            move "not held" to ws-hold-word
        end-if
        move spaces to ws-stale-word
        if srt-stale = "Y"
            add 1 to ws-stale-count
            move "  ** STALE **" to ws-stale-word
        end-if

        move srt-mentor-id to person-id
        perform resolve-person-name
        move ws-lookup-name to ws-mentor-name
        move srt-mentee-id to person-id
        perform resolve-person-name
        move ws-lookup-name to ws-mentee-name

        move spaces to report-line
        string
            "  case " srt-case-id
            " opened " srt-opened
            " age " srt-age-days " days"
            " [" function trim(srt-category) "]"
            " owner " function trim(srt-owner)
            "  pairing " ws-hold-word
            ws-stale-word
            delimited by size into report-line
        end-string
        write report-line

        move spaces to report-line
        string
            "     mentor " srt-mentor-id " " function trim(ws-mentor-name)
            " / mentee " srt-mentee-id " " function trim(ws-mentee-name)
            delimited by size into report-line
        end-string
        write report-line

        move spaces to report-line
        if srt-agency = spaces
            string "     last action " srt-last-action
                "  not referred outside"
                delimited by size into report-line
            end-string
        else
            string "     last action " srt-last-action
                "  referred to " function trim(srt-agency)
                " on " srt-agency-date
                delimited by size into report-line
            end-string
        end-if
        write report-line
    end-if.

write-band-total.
    move spaces to report-line
    string "  " ws-band-label(ws-band-idx) " " ws-band-count(ws-band-idx)
        delimited by size into report-line
    end-string
    write report-line.

resolve-person-name.
    move "(not on master)" to ws-lookup-name
    if master-available
        read person-master key is person-id
            invalid key
                continue
            not invalid key
                move person-name to ws-lookup-name
        end-read
    end-if.

end program sgcasrpt.
