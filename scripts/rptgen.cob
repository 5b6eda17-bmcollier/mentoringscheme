identification division.
program-id. rptgen.

*> Keeps a dated generation of a report. Every nightly and monthly
*> report step calls this once its report is closed, with the
*> report's file name and its own step name: the report is copied to
*> data/rpt.<run date>.<report file> (the backup snapshots' naming),
*> the copy is entered on the REPORT-CATALOGUE, and if the report
*> now holds more generations than its retention count the oldest
*> copies are deleted and their catalogue entries marked purged.
*> The live report file is left exactly as it was, so nothing that
*> reads it changes. A report that was not produced is skipped with
*> a message - the calling step's own outcome says why.

environment division.
input-output section.
file-control.
   select report-input assign using ws-source-name
   organization is line sequential
   file status is rp-status.

   select report-generation assign using ws-gen-name
   organization is line sequential
   file status is gn-status.

   select report-catalogue assign to "data/rptcat.dat"
   organization is indexed
   access mode is dynamic
   record key is rcat-key
   file status is rc-status.

   select retention-file assign to "data/rptkeep.dat"
   organization is line sequential
   file status is rk-status.

data division.
file section.
fd report-input.
01 report-input-line     pic x(512).

fd report-generation.
01 generation-line       pic x(512).

fd report-catalogue.
copy "rptcatrc.cpy".

fd retention-file.
copy "rptkeeprc.cpy".

working-storage section.
01 rp-status            pic xx.
01 gn-status            pic xx.
01 rc-status            pic xx.
01 rk-status            pic xx.
01 ws-eof               pic x value "N".
   88 at-eof                value "Y".

01 ws-source-name       pic x(64).
01 ws-gen-name          pic x(64).
01 ws-dir-part          pic x(64).
01 ws-file-part         pic x(64).
01 ws-report-base       pic x(30).
01 ws-today             pic x(8).
01 ws-now               pic x(8).
01 ws-line-count        pic 9(8) value 0.

01 ws-keep-count        pic 9(4) value 30.
01 ws-env-value         pic x(10).
01 ws-held-count        pic 9(6) value 0.
01 ws-purge-count       pic 9(6) value 0.
01 ws-purged-so-far     pic 9(6) value 0.
01 ws-delete-name       pic x(65).

linkage section.
01 report-file-in       pic x(64).
01 step-name-in         pic x(8).

procedure division using by reference report-file-in step-name-in.

main-line.
    accept ws-today from date yyyymmdd
    accept ws-now from time
    move 0 to ws-line-count ws-held-count ws-purge-count
    move 0 to ws-purged-so-far

    *> The report is catalogued under its file name less the
    *> directory and the extension.
    move report-file-in to ws-source-name
    move spaces to ws-dir-part ws-file-part ws-report-base
    unstring report-file-in delimited by "/"
        into ws-dir-part ws-file-part
    end-unstring
    if ws-file-part = spaces
        move ws-dir-part to ws-file-part
    end-if
    unstring ws-file-part delimited by "."
        into ws-report-base
    end-unstring

    move spaces to ws-gen-name
    string "data/rpt." ws-today "." function trim(ws-file-part)
        delimited by size into ws-gen-name
    end-string

    open input report-input
    if rp-status not = "00"
        display "rptgen: " function trim(ws-source-name)
            " not produced, status " rp-status " - no generation kept"
        go to main-line-exit
    end-if
    open output report-generation
    if gn-status not = "00"
        display "rptgen: " function trim(ws-gen-name)
            " not writable, status " gn-status
        close report-input
        go to main-line-exit
    end-if
    move "N" to ws-eof
    perform copy-one-line until at-eof
    close report-generation
    close report-input

    open i-o report-catalogue
    if rc-status = "35"
        open output report-catalogue
        close report-catalogue
        open i-o report-catalogue
    end-if
    if rc-status not = "00"
        display "rptgen: REPORT-CATALOGUE not available, status "
            rc-status " - " function trim(ws-gen-name)
            " kept but not catalogued"
        go to main-line-exit
    end-if

    perform catalogue-this-generation
    perform read-retention-count
    perform purge-old-generations
    close report-catalogue

    display "rptgen: " function trim(ws-report-base) " kept as "
        function trim(ws-gen-name) ", lines " ws-line-count
        ", older generations purged " ws-purged-so-far.

main-line-exit.
    exit program.

copy-one-line.
    read report-input
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof
        move report-input-line to generation-line
        write generation-line
        add 1 to ws-line-count
    end-if.

*> A rerun on the same date replaces that date's generation, so the
*> entry is rewritten rather than duplicated.
catalogue-this-generation.
    move ws-report-base to rcat-report
    move ws-today to rcat-run-date
    read report-catalogue key is rcat-key
        invalid key
            perform fill-catalogue-entry
            write report-catalogue-record
        not invalid key
            perform fill-catalogue-entry
            rewrite report-catalogue-record
    end-read.

fill-catalogue-entry.
    move ws-report-base to rcat-report
    move ws-today to rcat-run-date
    move ws-now(1:6) to rcat-run-time
    move step-name-in to rcat-step-name
    move ws-gen-name to rcat-gen-file
    move ws-line-count to rcat-lines
    move "A" to rcat-status
    move spaces to rcat-purged-date.

*> The report's own line on the retention file, else the default.
read-retention-count.
    move 30 to ws-keep-count
    move spaces to ws-env-value
    accept ws-env-value from environment "RPT_KEEP_DEFAULT"
    if function trim(ws-env-value) is numeric
        move function trim(ws-env-value) to ws-keep-count
    end-if
    move "N" to ws-eof
    open input retention-file
    if rk-status = "00"
        perform check-one-retention until at-eof
        close retention-file
    end-if
    if ws-keep-count < 1
        move 1 to ws-keep-count
    end-if.

check-one-retention.
    read retention-file
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof and rkp-report = ws-report-base
       and rkp-keep-count is numeric
        move rkp-keep-count to ws-keep-count
    end-if.

*> Two passes over the report's entries, oldest first on the key:
*> count what is held, then purge the oldest down to the count.
purge-old-generations.
    move 0 to ws-held-count
    perform position-at-report
    perform count-one-generation until at-eof
    if ws-held-count > ws-keep-count
        compute ws-purge-count = ws-held-count - ws-keep-count
        perform position-at-report
        perform purge-one-generation
            until at-eof or ws-purged-so-far >= ws-purge-count
    end-if.

position-at-report.
    move "N" to ws-eof
    move ws-report-base to rcat-report
    move low-values to rcat-run-date
    start report-catalogue key not less than rcat-key
        invalid key
            move "Y" to ws-eof
    end-start.

count-one-generation.
    read report-catalogue next record
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof
        if rcat-report not = ws-report-base
            move "Y" to ws-eof
        else
            if rcat-is-held
                add 1 to ws-held-count
            end-if
        end-if
    end-if.

purge-one-generation.
    read report-catalogue next record
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof
        if rcat-report not = ws-report-base
            move "Y" to ws-eof
        else
            if rcat-is-held
                move spaces to ws-delete-name
                string function trim(rcat-gen-file) x"00"
                    delimited by size into ws-delete-name
                end-string
                call "CBL_DELETE_FILE" using ws-delete-name
                move "P" to rcat-status
                move ws-today to rcat-purged-date
                rewrite report-catalogue-record
                add 1 to ws-purged-so-far
            end-if
        end-if
    end-if.

end program rptgen.
