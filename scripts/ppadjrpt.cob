identification division.
program-id. ppadjrpt.

*> Prior-period adjustments for finance: every session logged,
*> amended or voided and every travel claim made against a month the
*> month-end close had already closed, accepted on an override
*> reason during the report month. Grouped by the closed month each
*> one changes, so finance can set them against the figures already
*> sent for that month rather than finding next month's totals don't
*> reconcile. The report month comes from PPADJ_MONTH (yyyymm),
*> defaulting to the calendar month before the run date - the month
*> the month-end job is closing. Return code 4 when there is anything
*> to report, so the run log shows finance has adjustments to post.

environment division.
input-output section.
file-control.
   select prior-period-log assign to "data/ppadj.dat"
   organization is line sequential
   file status is pp-status.

   select adjust-report assign to "data/ppadjrpt.txt"
   organization is line sequential
   file status is rpt-status.

   select adjust-sort assign to "data/ppadj.srt".

data division.
file section.
fd prior-period-log.
copy "ppadjrec.cpy".

fd adjust-report.
01 report-line           pic x(160).

sd adjust-sort.
01 adjust-sort-record.
   05 srt-period         pic x(6).
   05 srt-posted-date    pic x(8).
   05 srt-kind           pic x(1).
   05 srt-ref-id         pic x(10).
   05 srt-mentor-id      pic x(10).
   05 srt-minutes        pic 9(4).
   05 srt-amount         pic 9(4)v99.
   05 srt-by             pic x(30).
   05 srt-reason         pic x(60).

working-storage section.
01 pp-status            pic xx.
01 rpt-status           pic xx.
01 ws-eof               pic x value "N".
   88 at-eof                value "Y".
01 ws-sort-eof          pic x value "N".
   88 at-sort-eof          value "Y".

01 ws-today             pic x(8).
01 ws-report-month      pic x(6).
01 ws-month-env         pic x(10).
01 ws-prior-month       pic 9(6).
01 ws-prior-split redefines ws-prior-month.
   05 ws-prior-year     pic 9(4).
   05 ws-prior-mm       pic 9(2).

01 ws-cur-period        pic x(6).
01 ws-period-open       pic x value "N".
01 ws-period-items      pic 9(4).
01 ws-period-amount     pic 9(6)v99.
01 ws-item-count        pic 9(6) value 0.
01 ws-total-amount      pic 9(6)v99 value 0.
01 ws-kind-text         pic x(16).
01 ws-minutes-edited    pic z(3)9.
01 ws-amount-edited     pic z(3)9.99.
01 ws-total-edited      pic z(5)9.99.

*> Run-control accounting (0 nothing to report, 4 adjustments
*> listed).
01 ws-start-time        pic x(8).
01 ws-step-name         pic x(8) value "PPADJRPT".
01 ws-report-file       pic x(64) value "data/ppadjrpt.txt".
01 ws-outcome           pic x(8).
01 ws-rl-read           pic 9(8) value 0.
01 ws-rl-written        pic 9(8) value 0.
01 ws-rl-reject         pic 9(8) value 0.

procedure division.
main-line.
    accept ws-start-time from time
    accept ws-today from date yyyymmdd

    move ws-today(1:6) to ws-prior-month
    if ws-prior-mm = 1
        subtract 1 from ws-prior-year
        move 12 to ws-prior-mm
    else
        subtract 1 from ws-prior-mm
    end-if
    move spaces to ws-month-env
    accept ws-month-env from environment "PPADJ_MONTH"
    if function trim(ws-month-env) is numeric
       and function length(function trim(ws-month-env)) = 6
        move function trim(ws-month-env) to ws-report-month
    else
        move ws-prior-month to ws-report-month
    end-if

    open output adjust-report
    move "prior-period adjustments - postings to closed months"
        to report-line
    write report-line
    move spaces to report-line
    string "posted in " ws-report-month "  run date " ws-today
        delimited by size into report-line
    end-string
    write report-line

    sort adjust-sort
        on ascending key srt-period srt-posted-date srt-ref-id
        input procedure is release-month-postings
        output procedure is write-by-period

    move ws-total-amount to ws-total-edited
    move spaces to report-line
    write report-line
    move spaces to report-line
    string "adjustments " ws-item-count
        "  claims total " function trim(ws-total-edited)
        delimited by size into report-line
    end-string
    write report-line
    close adjust-report
    call "rptgen" using by reference ws-report-file ws-step-name

    move ws-item-count to ws-rl-written
    if ws-item-count > 0
        move "warning" to ws-outcome
        move 4 to return-code
    else
        move "ok" to ws-outcome
    end-if
    perform write-run-record.

main-line-exit.
    exit program.

write-run-record.
    call "runlog" using by reference
        ws-step-name ws-start-time
        ws-rl-read ws-rl-written ws-rl-reject ws-outcome.

*> No log yet simply means nothing was posted to a closed month.
release-month-postings.
    open input prior-period-log
    if pp-status = "00"
        perform release-one-posting until at-eof
        close prior-period-log
    end-if.

release-one-posting.
    read prior-period-log
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof
        add 1 to ws-rl-read
        if ppa-posted-date(1:6) = ws-report-month
            move ppa-period to srt-period
            move ppa-posted-date to srt-posted-date
            move ppa-kind to srt-kind
            move ppa-ref-id to srt-ref-id
            move ppa-mentor-id to srt-mentor-id
            move ppa-minutes to srt-minutes
            move ppa-amount to srt-amount
            move ppa-by to srt-by
            move ppa-reason to srt-reason
            release adjust-sort-record
        end-if
    end-if.

*> --- One block per closed month ---------------------------------
write-by-period.
    move "N" to ws-sort-eof
    move "N" to ws-period-open
    perform write-one-posting until at-sort-eof
    if ws-period-open = "Y"
        perform close-period-block
    end-if.

write-one-posting.
    return adjust-sort
        at end
            move "Y" to ws-sort-eof
    end-return

    if not at-sort-eof
        if ws-period-open = "Y" and srt-period not = ws-cur-period
            perform close-period-block
            move "N" to ws-period-open
        end-if
        if ws-period-open = "N"
            move srt-period to ws-cur-period
            move "Y" to ws-period-open
            move 0 to ws-period-items ws-period-amount
            move spaces to report-line
            write report-line
            move spaces to report-line
            string "closed month " ws-cur-period
                delimited by size into report-line
            end-string
            write report-line
        end-if
        add 1 to ws-period-items ws-item-count
        add srt-amount to ws-period-amount ws-total-amount
        perform write-posting-lines
    end-if.

*> Two lines per posting: what was posted, then the override reason
*> verbatim - finance reviews the words, not just the figures.
write-posting-lines.
    evaluate srt-kind
        when "L"
            move "session logged" to ws-kind-text
        when "G"
            move "group logged" to ws-kind-text
        when "A"
            move "session amended" to ws-kind-text
        when "V"
            move "session voided" to ws-kind-text
        when "C"
            move "claim made" to ws-kind-text
        when other
            move "unknown" to ws-kind-text
    end-evaluate
    move srt-minutes to ws-minutes-edited
    move srt-amount to ws-amount-edited

    move spaces to report-line
    if srt-kind = "C"
        string "  " srt-posted-date "  " ws-kind-text
            " claim " srt-ref-id " mentor " srt-mentor-id
            " amount " ws-amount-edited
            delimited by size into report-line
        end-string
    else
        string "  " srt-posted-date "  " ws-kind-text
            " session " srt-ref-id " mentor " srt-mentor-id
            " minutes " ws-minutes-edited
            delimited by size into report-line
        end-string
    end-if
    write report-line

    move spaces to report-line
    if srt-by = spaces
        string "     reason: " function trim(srt-reason)
            delimited by size into report-line
        end-string
    else
        string "     reason: " function trim(srt-reason)
            " (by " function trim(srt-by) ")"
            delimited by size into report-line
        end-string
    end-if
    write report-line.

close-period-block.
    move ws-period-amount to ws-total-edited
    move spaces to report-line
    string "  " ws-cur-period ": adjustments " ws-period-items
        "  claims " function trim(ws-total-edited)
        delimited by size into report-line
    end-string
    write report-line.

end program ppadjrpt.
