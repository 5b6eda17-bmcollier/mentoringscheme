identification division.
program-id. rptget.

*> Backs GET /api/reports - past generations of the nightly and
*> monthly reports, off the REPORT-CATALOGUE rptgen keeps:
*>   /api/reports                  every catalogued generation
*>   /api/reports/<report>         the generations of one report
*>                                 (e.g. waitaging, stalledpairs)
*>   /api/reports/<report>/<date>  that run date's copy, as text
*> A listing gives each generation's run date, the step that
*> produced it, its line count and whether it is still held or has
*> been purged under the report's retention count. The router calls
*> this first with mode "C" to learn whether a requested copy is
*> held - so the status line and content type are right before any
*> of the body goes out - and then with mode "S" to send it.

environment division.
input-output section.
file-control.
   select report-catalogue assign to "data/rptcat.dat"
   organization is indexed
   access mode is dynamic
   record key is rcat-key
   file status is rc-status.

   select report-generation assign using ws-gen-name
   organization is line sequential
   file status is gn-status.

data division.
file section.
fd report-catalogue.
copy "rptcatrc.cpy".

fd report-generation.
01 generation-line       pic x(512).

working-storage section.
01 rc-status            pic xx.
01 gn-status            pic xx.
01 ws-eof               pic x value "N".
   88 at-eof                value "Y".

01 ws-report-name       pic x(30).
01 ws-run-date          pic x(8).
01 ws-gen-name          pic x(64).
01 ws-held              pic x value "N".
   88 generation-held      value "Y".
01 ws-entry-count       pic 9(6) value 0.
01 ws-entry-json        pic x(200).
01 ws-held-text         pic x(5).
01 ws-lines-edited      pic z(7)9.

linkage section.
01 report-name-in       pic x(256).
01 run-date-in          pic x(256).
01 mode-in              pic x(1).
01 found-out            pic x(1).

procedure division using by reference report-name-in run-date-in
    mode-in found-out.

main-line.
    move function lower-case(function trim(report-name-in))
        to ws-report-name
    move function trim(run-date-in) to ws-run-date

    if ws-report-name not = spaces and ws-run-date not = spaces
        perform find-generation
        move ws-held to found-out
        if mode-in = "S"
            if generation-held
                perform send-generation
            else
                display
                    '{"error": "no copy of that report held for that date"}'
                end-display
            end-if
        end-if
    else
        if mode-in = "S"
            perform list-generations
        end-if
    end-if

    exit program.

find-generation.
    move "N" to ws-held
    open input report-catalogue
    if rc-status = "00"
        move ws-report-name to rcat-report
        move ws-run-date to rcat-run-date
        read report-catalogue key is rcat-key
            invalid key
                continue
            not invalid key
                if rcat-is-held
                    move "Y" to ws-held
                    move rcat-gen-file to ws-gen-name
                end-if
        end-read
        close report-catalogue
    end-if.

send-generation.
    move "N" to ws-eof
    open input report-generation
    if gn-status = "00"
        perform send-one-line until at-eof
        close report-generation
    end-if.

send-one-line.
    read report-generation
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof
        display function trim(generation-line trailing) end-display
    end-if.

*> No catalogue yet simply means nothing has been kept.
list-generations.
    display '{"generations": ['
    move "N" to ws-eof
    open input report-catalogue
    if rc-status = "00"
        move low-values to rcat-key
        if ws-report-name not = spaces
            move ws-report-name to rcat-report
        end-if
        start report-catalogue key not less than rcat-key
            invalid key
                move "Y" to ws-eof
        end-start
        perform list-one-generation until at-eof
        close report-catalogue
    end-if
    display ']}'.

list-one-generation.
    read report-catalogue next record
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof
        if ws-report-name not = spaces
           and rcat-report not = ws-report-name
            move "Y" to ws-eof
        else
            perform show-one-generation
        end-if
    end-if.

show-one-generation.
    if ws-entry-count > 0
        display ","
    end-if
    add 1 to ws-entry-count
    if rcat-is-held
        move "true" to ws-held-text
    else
        move "false" to ws-held-text
    end-if
    move rcat-lines to ws-lines-edited
    move spaces to ws-entry-json
    string '{"report":"' function trim(rcat-report)
        '","run-date":"' rcat-run-date
        '","step":"' function trim(rcat-step-name)
        '","lines":' function trim(ws-lines-edited)
        ',"held":' function trim(ws-held-text) '}'
        delimited by size into ws-entry-json
    end-string
    display function trim(ws-entry-json) end-display.

end program rptget.
