file section.
fd audit-input.
01 audit-input-line      pic x(120).
*> Columns 111-120 carry the line's chain check value, not the call.
01 audit-input-entry.
   05 audit-input-text   pic x(110).
   05 audit-input-check  pic x(10).

fd query-report.
01 report-line           pic x(132).
        if ws-line-date >= ws-from-date
           and ws-line-date <= ws-to-date
            move spaces to ws-hay
            move audit-input-text to ws-hay
            perform match-direct-access
            if ws-hit = "Y"
                perform report-one-line-direct
report-one-line-direct.
    add 1 to ws-matched-count
    move spaces to report-line
    string "direct " function trim(audit-input-text)
        delimited by size into report-line
    end-string
    write report-line.
report-one-line-list.
    add 1 to ws-matched-count
    move spaces to report-line
    string "list   " function trim(audit-input-text)
        delimited by size into report-line
    end-string
    write report-line.
