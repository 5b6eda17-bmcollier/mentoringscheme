identification division.
program-id. auditvfy.

*> Verification of the API audit log's tamper-evident chain. Walks
*> the rotated monthly generations oldest first and then the live
*> log - the order the lines were written in - recomputing each
*> line's check value from its text and the line before it, and
*> lists every break with the file and line number it was found at:
*>   - a line whose text no longer gives its check value (edited,
*>     or a line before it removed or inserted);
*>   - an unchained line after the chain began (one added by hand);
*>   - a log ending short of the last line the API wrote, as the
*>     chain record has it (lines cut off the end, or a generation
*>     deleted outright).
*> After a break the walk carries on from the line's own check
*> value, so one edited line is reported once, not for every line
*> after it. Lines written before the chain was introduced carry no
*> check value and are counted as such, ahead of the first chained
*> line. The walk starts at AUDIT_VERIFY_FROM (yyyymm) - then the
*> first chained line is taken as found, generations before it
*> having been set aside - or else ten years back, where the chain
*> must start from nothing. Return code 4 when any break is found,
*> so the operator report shows it; 0 means the log has not been
*> altered since it was written.

environment division.
input-output section.
file-control.
   select audit-input assign using ws-audit-filename
   organization is line sequential
   file status is aq-status.

   select audit-chain assign to "data/auditchn.dat"
   organization is line sequential
   file status is ac-status.

   select verify-report assign to "data/auditvfy.txt"
   organization is line sequential
   file status is rpt-status.

data division.
file section.
fd audit-input.
01 audit-input-line      pic x(120).
01 audit-input-entry.
   05 audit-input-text   pic x(110).
   05 audit-input-check  pic x(10).
   05 audit-input-check-n redefines audit-input-check pic 9(10).

fd audit-chain.
copy "audchnrc.cpy".

fd verify-report.
01 report-line           pic x(132).

working-storage section.
01 aq-status            pic xx.
01 ac-status            pic xx.
01 rpt-status           pic xx.
01 ws-eof               pic x value "N".
   88 at-eof                value "Y".

01 ws-audit-filename    pic x(64).
01 ws-today             pic x(8).
01 ws-from-env          pic x(10).

*> Month walk over the generations, as the access query does it.
01 ws-walk-year         pic 9(4).
01 ws-walk-month        pic 9(2).
01 ws-walk-yyyymm.
   05 ws-walk-yyyymm-y  pic 9(4).
   05 ws-walk-yyyymm-m  pic 9(2).
01 ws-end-yyyymm        pic x(6).

*> Where the chain stands: whether it has begun, whether its first
*> line must start from nothing, and the last check value seen.
01 ws-chain-started     pic x value "N".
   88 chain-started        value "Y".
01 ws-anchor-first      pic x value "N".
   88 anchor-on-first      value "Y".
01 ws-prior-check       pic 9(10) value 0.
01 ws-line-check        pic 9(10) value 0.

*> The chain record as it stood when the walk began, read first so
*> calls logged while the walk runs do not count as a break.
01 ws-state-held        pic x value "N".
   88 state-held           value "Y".
01 ws-state-check       pic 9(10) value 0.
01 ws-state-lines       pic 9(10) value 0.
01 ws-state-stamp       pic x(15).
01 ws-state-reached     pic x value "N".
   88 state-reached        value "Y".

01 ws-file-lines        pic 9(8) value 0.
01 ws-file-chained      pic 9(8) value 0.
01 ws-chained-count     pic 9(10) value 0.
01 ws-legacy-count      pic 9(8) value 0.
01 ws-break-count       pic 9(6) value 0.
01 ws-files-read        pic 9(4) value 0.
01 ws-break-reason      pic x(60).

*> Run-control accounting (0 chain intact, 4 breaks found).
01 ws-start-time        pic x(8).
01 ws-step-name         pic x(8) value "AUDITVFY".
01 ws-report-file       pic x(64) value "data/auditvfy.txt".
01 ws-outcome           pic x(8).
01 ws-rl-read           pic 9(8) value 0.
01 ws-rl-written        pic 9(8) value 0.
01 ws-rl-reject         pic 9(8) value 0.

procedure division.
main-line.
    accept ws-start-time from time
    accept ws-today from date yyyymmdd

    move spaces to ws-from-env
    accept ws-from-env from environment "AUDIT_VERIFY_FROM"
    if function trim(ws-from-env) is numeric
       and function length(function trim(ws-from-env)) = 6
        move function trim(ws-from-env) to ws-walk-yyyymm
        move ws-walk-yyyymm-y to ws-walk-year
        move ws-walk-yyyymm-m to ws-walk-month
        move "Y" to ws-anchor-first
    else
        move ws-today(1:4) to ws-walk-year
        subtract 10 from ws-walk-year
        move ws-today(5:2) to ws-walk-month
    end-if
    move ws-today(1:6) to ws-end-yyyymm

    perform read-chain-record

    open output verify-report
    move "api audit log - chain verification" to report-line
    write report-line
    move spaces to report-line
    string "run date " ws-today "  from month " ws-walk-year
        ws-walk-month
        delimited by size into report-line
    end-string
    write report-line
    move spaces to report-line
    write report-line

    perform verify-rotated-generations
    move "data/apiaudit.log" to ws-audit-filename
    perform verify-one-audit-file

    perform check-log-end

    move spaces to report-line
    write report-line
    move spaces to report-line
    string "files read " ws-files-read
        "  chained lines " ws-chained-count
        "  lines before the chain " ws-legacy-count
        delimited by size into report-line
    end-string
    write report-line
    move spaces to report-line
    if ws-break-count = 0
        move "chain intact - no line altered, removed or added"
            to report-line
    else
        string "breaks in the chain: " ws-break-count
            delimited by size into report-line
        end-string
    end-if
    write report-line
    close verify-report
    call "rptgen" using by reference ws-report-file ws-step-name

    move ws-chained-count to ws-rl-written
    move ws-break-count to ws-rl-reject
    if ws-break-count > 0
        display "auditvfy: " ws-break-count
            " break(s) in the audit log chain - see auditvfy.txt"
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

*> No chain record means no chained line has been written yet.
read-chain-record.
    move "N" to ws-state-held
    open input audit-chain
    if ac-status = "00"
        read audit-chain
            at end
                continue
            not at end
                if chn-last-check is numeric
                   and chn-lines is numeric
                    move "Y" to ws-state-held
                    move chn-last-check to ws-state-check
                    move chn-lines to ws-state-lines
                    move chn-last-stamp to ws-state-stamp
                end-if
        end-read
        close audit-chain
    end-if.

*> --- The generations, oldest first, then the live log ------------
verify-rotated-generations.
    move ws-walk-year to ws-walk-yyyymm-y
    move ws-walk-month to ws-walk-yyyymm-m
    perform verify-one-generation
        until ws-walk-yyyymm > ws-end-yyyymm.

verify-one-generation.
    move ws-walk-year to ws-walk-yyyymm-y
    move ws-walk-month to ws-walk-yyyymm-m
    if ws-walk-yyyymm <= ws-end-yyyymm
        move spaces to ws-audit-filename
        string "data/apiaudit." ws-walk-yyyymm ".log"
            delimited by size into ws-audit-filename
        end-string
        perform verify-one-audit-file
    end-if
    add 1 to ws-walk-month
    if ws-walk-month > 12
        move 1 to ws-walk-month
        add 1 to ws-walk-year
    end-if
    move ws-walk-year to ws-walk-yyyymm-y
    move ws-walk-month to ws-walk-yyyymm-m.

*> A month with no generation file simply reads nothing; a file
*> that was read gets a line on the report.
verify-one-audit-file.
    move "N" to ws-eof
    move 0 to ws-file-lines ws-file-chained
    open input audit-input
    if aq-status = "00"
        add 1 to ws-files-read
        perform verify-one-audit-line until at-eof
        close audit-input
        move spaces to report-line
        string function trim(ws-audit-filename) ": lines "
            ws-file-lines "  chained " ws-file-chained
            delimited by size into report-line
        end-string
        write report-line
    end-if.

verify-one-audit-line.
    read audit-input
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof
        add 1 to ws-rl-read
        add 1 to ws-file-lines
        if audit-input-check is not numeric
            if chain-started
                move "unchained line inside the chain"
                    to ws-break-reason
                perform report-break
            else
                add 1 to ws-legacy-count
            end-if
        else
            perform verify-chained-line
        end-if
    end-if.

*> The first chained line starts from nothing, unless the walk was
*> told to begin part-way through, when it is taken as found.
verify-chained-line.
    add 1 to ws-file-chained ws-chained-count
    if not chain-started and anchor-on-first
        move "Y" to ws-chain-started
        move audit-input-check-n to ws-prior-check
        move spaces to report-line
        string "  chain taken up at " function trim(ws-audit-filename)
            " line " ws-file-lines
            delimited by size into report-line
        end-string
        write report-line
    else
        move "Y" to ws-chain-started
        call "auditchk" using by reference audit-input-text
            ws-prior-check ws-line-check
        if ws-line-check not = audit-input-check-n
            move "check value does not follow from the line before"
                to ws-break-reason
            perform report-break
        end-if
        move audit-input-check-n to ws-prior-check
    end-if

    *> A walk from the start can hold the line to its count; one
    *> taken up part-way can only look for the last check value.
    if state-held and not anchor-on-first
       and ws-chained-count = ws-state-lines
        move "Y" to ws-state-reached
        if audit-input-check-n not = ws-state-check
            move "not the last line written at its place in the chain"
                to ws-break-reason
            perform report-break
        end-if
    end-if
    if state-held and anchor-on-first
       and audit-input-check-n = ws-state-check
        move "Y" to ws-state-reached
    end-if.

report-break.
    add 1 to ws-break-count
    move spaces to report-line
    string "  break: " function trim(ws-audit-filename)
        " line " ws-file-lines " - " function trim(ws-break-reason)
        delimited by size into report-line
    end-string
    write report-line
    move spaces to report-line
    string "         " function trim(audit-input-text)
        delimited by size into report-line
    end-string
    write report-line.

*> The chain record holds the last line the API wrote; a walk that
*> never reaches it has lost lines off the end, or a whole
*> generation.
check-log-end.
    if state-held and not state-reached
        add 1 to ws-break-count
        move spaces to report-line
        string "  break: the log ends after " ws-chained-count
            " chained lines walked - " ws-state-lines
            " were written, the last at " function trim(ws-state-stamp)
            delimited by size into report-line
        end-string
        write report-line
    end-if.

end program auditvfy.
