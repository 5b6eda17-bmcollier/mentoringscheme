file section.
fd audit-input.
01 audit-input-line      pic x(120).
*> Columns 111-120 carry the line's chain check value, not the call.
01 audit-input-entry.
   05 audit-input-text   pic x(110).
   05 audit-input-check  pic x(10).

fd apikeys-master.
copy "apikeyrc.cpy".
*> quiet month).
01 ws-start-time        pic x(8).
01 ws-step-name         pic x(8) value "APIUSAGE".
01 ws-report-file       pic x(64) value "data/apiusage.txt".
01 ws-outcome           pic x(8).
01 ws-rl-read           pic 9(8) value 0.
01 ws-rl-written        pic 9(8) value 0.
    end-string
    write report-line
    close usage-report
    call "rptgen" using by reference ws-report-file ws-step-name

    move "ok" to ws-outcome
    perform write-run-record.
extract-line-owner.
    move spaces to ws-line-owner
    move 0 to ws-tally
    inspect audit-input-text tallying ws-tally for all " key="
    if ws-tally > 0
        move spaces to ws-junk ws-after-key
        unstring audit-input-text delimited by " key="
            into ws-junk ws-after-key
        end-unstring
        move function trim(ws-after-key) to ws-line-owner
