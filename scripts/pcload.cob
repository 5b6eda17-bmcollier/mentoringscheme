identification division.
program-id. pcload.

*> Postcode load step - rebuilds the POSTCODE reference file from the
*> council's postcode lookup whenever a new one arrives. The lookup
*> is a comma-separated file, one postcode per line:
*>   <postcode>,<town code>,<deprivation decile>
*> with an optional heading line (first field "postcode"). Each
*> postcode is put into standard form exactly as the enrolment paths
*> put a typed one; the town has to be on the TOWNS master - a town
*> since merged is loaded under its successor, an inactive town with
*> no successor is rejected - and the decile has to be 1 to 10. A
*> postcode given twice keeps its first line.
*> The lookup is a full replacement, so the new file is built aside
*> in postcode.new and copied over postcode.dat only when at least
*> one line loaded: a lookup that is wholly unreadable leaves the
*> reference the enrolment paths are using as it was. Rejected lines
*> are listed on the load report for the lookup to be put right. No
*> lookup file at all means nothing has arrived - a clean run.

environment division.
input-output section.
file-control.
   select lookup-file assign to "data/postcode.in"
   organization is line sequential
   file status is lk-status.

   select new-postcode assign to "data/postcode.new"
   organization is indexed
   access mode is dynamic
   record key is pc-postcode
   file status is np-status.

   select postcode-file assign to "data/postcode.dat"
   organization is indexed
   access mode is dynamic
   record key is live-postcode
   file status is pc-status.

   select towns-master assign to "data/towns.dat"
   organization is indexed
   access mode is dynamic
   record key is town-code
   file status is tm-status.

   select load-report assign to "data/pcload.txt"
   organization is line sequential
   file status is rpt-status.

data division.
file section.
fd lookup-file.
01 lookup-line           pic x(80).

fd new-postcode.
copy "pcoderc.cpy".

fd postcode-file.
01 live-postcode-record.
   05 live-postcode         pic x(8).
   05 filler                pic x(16).

fd towns-master.
copy "townsrec.cpy".

fd load-report.
01 report-line           pic x(132).

working-storage section.
01 lk-status            pic xx.
01 np-status            pic xx.
01 pc-status            pic xx.
01 tm-status            pic xx.
01 rpt-status           pic xx.
01 ws-eof               pic x value "N".
   88 at-eof                value "Y".
01 ws-towns-open        pic x value "N".
   88 towns-available      value "Y".

01 ws-run-date          pic x(8).
01 ws-line-number       pic 9(6) value 0.
01 ws-line-ok           pic x value "Y".
   88 line-is-good         value "Y".
01 ws-reject-reason     pic x(40).

*> One lookup line split into its fields, and what pclook makes of
*> the postcode.
01 ws-raw-postcode      pic x(20).
01 ws-raw-town          pic x(20).
01 ws-raw-decile        pic x(20).
01 ws-postcode-in       pic x(10).
01 ws-std-postcode      pic x(8).
01 ws-pc-town           pic x(6).
01 ws-pc-decile         pic 9(2).
01 ws-pc-result         pic x(1).
01 ws-load-town         pic x(6).
01 ws-decile-num        pic 9(2).

01 ws-loaded-count      pic 9(6) value 0.
01 ws-reject-count      pic 9(6) value 0.
01 ws-copied-count      pic 9(6) value 0.
01 ws-replaced          pic x value "N".
   88 reference-replaced   value "Y".
01 ws-decile-table.
   05 ws-decile-count   pic 9(6) occurs 10 times.
01 ws-dec               pic 9(2).

*> Run-control accounting (0 clean, 4 when lines were rejected, 12
*> when a lookup arrived but nothing in it could be loaded, the new
*> reference could not be built, or the live one could not be
*> replaced).
01 ws-start-time        pic x(8).
01 ws-step-name         pic x(8) value "PCLOAD".
01 ws-report-file       pic x(64) value "data/pcload.txt".
01 ws-outcome           pic x(8).
01 ws-rl-read           pic 9(8) value 0.
01 ws-rl-written        pic 9(8) value 0.
01 ws-rl-reject         pic 9(8) value 0.

procedure division.
main-line.
    accept ws-start-time from time
    accept ws-run-date from date yyyymmdd

    open input lookup-file
    if lk-status not = "00"
        move "ok" to ws-outcome
        perform write-run-record
        go to main-line-exit
    end-if

    open output new-postcode
    if np-status not = "00"
        display "pcload: postcode.new could not be built, status "
            np-status
        close lookup-file
        move "error" to ws-outcome
        move 12 to return-code
        perform write-run-record
        go to main-line-exit
    end-if
    open input towns-master
    if tm-status = "00"
        move "Y" to ws-towns-open
    end-if
    initialize ws-decile-table

    open output load-report
    move "postcode reference load - lines rejected from the lookup"
        to report-line
    write report-line
    move spaces to report-line
    string "run date " ws-run-date
        delimited by size into report-line
    end-string
    write report-line
    move spaces to report-line
    write report-line

    perform load-one-line until at-eof

    close lookup-file new-postcode
    if towns-available
        close towns-master
    end-if

    if ws-reject-count = 0
        move "  none - every line loaded" to report-line
        write report-line
    end-if
    move spaces to report-line
    write report-line

    if ws-loaded-count > 0
        perform replace-live-reference thru replace-live-reference-exit
    end-if
    if ws-loaded-count > 0 and not reference-replaced
        move spaces to report-line
        string "loaded " ws-loaded-count
            " rejected " ws-reject-count
            " - live postcode reference could not be replaced, new"
            " reference left in postcode.new for a rerun"
            delimited by size into report-line
        end-string
        write report-line
    end-if
    if ws-loaded-count > 0 and reference-replaced
        move spaces to report-line
        string "loaded " ws-loaded-count
            " rejected " ws-reject-count
            " - postcode reference replaced, " ws-copied-count
            " postcodes now held"
            delimited by size into report-line
        end-string
        write report-line
        perform write-decile-line
            varying ws-dec from 1 by 1 until ws-dec > 10
    end-if
    if ws-loaded-count = 0
        move spaces to report-line
        string "loaded 0 rejected " ws-reject-count
            " - nothing loadable, postcode reference left as it was"
            delimited by size into report-line
        end-string
        write report-line
    end-if
    close load-report
    call "rptgen" using by reference ws-report-file ws-step-name

    move ws-copied-count to ws-rl-written
    move ws-reject-count to ws-rl-reject
    evaluate true
        when ws-loaded-count = 0
            display "pcload: nothing in the postcode lookup could be"
                " loaded - reference unchanged"
            move "error" to ws-outcome
            move 12 to return-code
        when not reference-replaced
            move "error" to ws-outcome
            move 12 to return-code
        when ws-reject-count > 0
            move "warning" to ws-outcome
            move 4 to return-code
        when other
            move "ok" to ws-outcome
    end-evaluate
    perform write-run-record.

main-line-exit.
    exit program.

write-run-record.
    call "runlog" using by reference
        ws-step-name ws-start-time
        ws-rl-read ws-rl-written ws-rl-reject ws-outcome.

load-one-line.
    read lookup-file
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof and lookup-line not = spaces
        add 1 to ws-line-number
        move spaces to ws-raw-postcode ws-raw-town ws-raw-decile
        unstring lookup-line delimited by ","
            into ws-raw-postcode ws-raw-town ws-raw-decile
        end-unstring
        *> The heading line, when the council's file carries one.
        if ws-line-number = 1
           and function upper-case(function trim(ws-raw-postcode))
               = "POSTCODE"
            continue
        else
            add 1 to ws-rl-read
            perform check-lookup-line
            if line-is-good
                perform write-new-postcode
            end-if
            if not line-is-good
                perform report-rejected-line
            end-if
        end-if
    end-if.

check-lookup-line.
    move "Y" to ws-line-ok
    move spaces to ws-reject-reason

    move function trim(ws-raw-postcode) to ws-postcode-in
    call "pclook" using by reference ws-postcode-in ws-std-postcode
        ws-pc-town ws-pc-decile ws-pc-result
    if ws-pc-result = "B"
        move "N" to ws-line-ok
        move "postcode is not a valid postcode" to ws-reject-reason
    end-if

    if line-is-good
        if function trim(ws-raw-decile) is not numeric
           or ws-raw-decile = spaces
            move "N" to ws-line-ok
            move "decile must be 1 to 10" to ws-reject-reason
        else
            move function trim(ws-raw-decile) to ws-decile-num
            if ws-decile-num < 1 or ws-decile-num > 10
                move "N" to ws-line-ok
                move "decile must be 1 to 10" to ws-reject-reason
            end-if
        end-if
    end-if

    if line-is-good
        move function upper-case(function trim(ws-raw-town))
            to ws-load-town
        if ws-load-town = spaces
            move "N" to ws-line-ok
            move "town code is required" to ws-reject-reason
        end-if
    end-if

    if line-is-good and towns-available
        perform check-lookup-town
    end-if.

*> A merged town's postcodes belong to its successor from here on.
check-lookup-town.
    move ws-load-town to town-code
    read towns-master
        invalid key
            move "N" to ws-line-ok
            move "unknown town code" to ws-reject-reason
        not invalid key
            if not town-is-active
                if town-successor not = spaces
                    move town-successor to ws-load-town
                else
                    move "N" to ws-line-ok
                    move "town code is not active" to ws-reject-reason
                end-if
            end-if
    end-read.

write-new-postcode.
    move ws-std-postcode to pc-postcode
    move ws-load-town to pc-town-code
    move ws-decile-num to pc-decile
    move ws-run-date to pc-loaded-date
    write postcode-record
        invalid key
            move "N" to ws-line-ok
            move "postcode given twice - first line kept"
                to ws-reject-reason
        not invalid key
            add 1 to ws-loaded-count
            add 1 to ws-decile-count(ws-decile-num)
    end-write.

report-rejected-line.
    add 1 to ws-reject-count
    move spaces to report-line
    string "  line " ws-line-number " "
        function trim(ws-reject-reason) ": "
        function trim(lookup-line)
        delimited by size into report-line
    end-string
    write report-line.

*> The new reference is complete, so it goes over the live one.
*> The built file stays where it is whatever happens here, so a
*> reference that could not be replaced is put right by a rerun.
replace-live-reference.
    open input new-postcode
    if np-status not = "00"
        display "pcload: new postcode reference not readable, status "
            np-status
        go to replace-live-reference-exit
    end-if
    open output postcode-file
    if pc-status not = "00"
        display "pcload: postcode reference could not be replaced,"
            " status " pc-status " - postcode.new kept for a rerun"
        close new-postcode
        go to replace-live-reference-exit
    end-if
    move "N" to ws-eof
    perform copy-one-postcode until at-eof
    close new-postcode postcode-file
    move "Y" to ws-replaced.

replace-live-reference-exit.
    exit.

copy-one-postcode.
    read new-postcode next record
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof
        move postcode-record to live-postcode-record
        write live-postcode-record
            invalid key
                continue
            not invalid key
                add 1 to ws-copied-count
        end-write
    end-if.

write-decile-line.
    move spaces to report-line
    string "  decile " ws-dec "  postcodes " ws-decile-count(ws-dec)
        delimited by size into report-line
    end-string
    write report-line.

end program pcload.
