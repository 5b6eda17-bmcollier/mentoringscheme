identification division.
program-id. refext.

*> Monthly referral status extract back to the referring partners,
*> so each school or youth service hears what became of the people
*> they sent us without ringing round. Off the referral register,
*> every referral still open (received or contacted) is listed, and
*> every one that was enrolled, declined or found uncontactable in
*> the last REFEXT_DAYS days (default 90), grouped by partner in
*> order of arrival:
*>   HDR <run date> <days>
*>   PTN <partner> <partner name>
*>   DTL <partner> <referral> <partner's ref> <name> <received>
*>       <status> <status date> <person id> <reason>
*>   PTT <partner> <detail lines> <open> <enrolled> <closed>
*>   TRL <partners> <detail lines>
*> The partner's own reference is carried so they can match each
*> line against their records. REFEXT_PARTNER restricts the run to
*> the one partner, for a file to go to that partner alone.

environment division.
input-output section.
file-control.
   select referral-file assign to "data/referrals.dat"
   organization is indexed
   access mode is dynamic
   record key is ref-id
   file status is rf-status.

   select partner-file assign to "data/partners.dat"
   organization is indexed
   access mode is dynamic
   record key is part-code
   file status is pt-status.

   select status-extract assign to "data/referralstatus.txt"
   organization is line sequential
   file status is ex-status.

   select referral-sort assign to "data/refext.srt".

data division.
file section.
fd referral-file.
copy "refrrec.cpy".

fd partner-file.
copy "partrec.cpy".

fd status-extract.
01 extract-line          pic x(200).

sd referral-sort.
01 referral-sort-record.
   05 srt-partner          pic x(6).
   05 srt-received         pic x(8).
   05 srt-ref-id           pic x(10).
   05 srt-partner-ref      pic x(20).
   05 srt-name             pic x(40).
   05 srt-status           pic x(1).
   05 srt-status-date      pic x(8).
   05 srt-person-id        pic x(10).
   05 srt-reason           pic x(40).

working-storage section.
01 rf-status            pic xx.
01 pt-status            pic xx.
01 ex-status            pic xx.
01 ws-eof               pic x value "N".
   88 at-eof                value "Y".
01 ws-sort-eof          pic x value "N".
   88 at-sort-eof           value "Y".
01 ws-partners-open     pic x value "N".
   88 partners-available    value "Y".

01 ws-today             pic x(8).
01 ws-days-env          pic x(10).
01 ws-days              pic 9(4) value 90.
01 ws-date-numeric      pic 9(8).
01 ws-cutoff-int        pic 9(8).
01 ws-cutoff-date       pic x(8).
01 ws-partner-env       pic x(10).
01 ws-partner-filter    pic x(6).

*> Per-partner control break and the file's control totals.
01 ws-cur-partner       pic x(6).
01 ws-partner-open      pic x value "N".
01 ws-ptn-lines         pic 9(6).
01 ws-ptn-open          pic 9(6).
01 ws-ptn-enrolled      pic 9(6).
01 ws-ptn-closed        pic 9(6).
01 ws-partner-count     pic 9(6) value 0.
01 ws-detail-count      pic 9(6) value 0.
01 ws-partner-name      pic x(40).
01 ws-status-word       pic x(13).

*> Run-control accounting (0 clean, 12 when the referral register
*> is unreadable; no register yet is an empty extract).
01 ws-start-time        pic x(8).
01 ws-step-name         pic x(8) value "REFEXT".
01 ws-outcome           pic x(8).
01 ws-rl-read           pic 9(8) value 0.
01 ws-rl-written        pic 9(8) value 0.
01 ws-rl-reject         pic 9(8) value 0.

procedure division.
main-line.
    accept ws-start-time from time
    accept ws-today from date yyyymmdd

    move spaces to ws-days-env
    accept ws-days-env from environment "REFEXT_DAYS"
    if function trim(ws-days-env) is numeric
       and function length(function trim(ws-days-env)) <= 4
        move function trim(ws-days-env) to ws-days
    end-if
    move ws-today to ws-date-numeric
    compute ws-cutoff-int =
        function integer-of-date(ws-date-numeric) - ws-days
    move function date-of-integer(ws-cutoff-int) to ws-date-numeric
    move ws-date-numeric to ws-cutoff-date

    move spaces to ws-partner-env ws-partner-filter
    accept ws-partner-env from environment "REFEXT_PARTNER"
    if ws-partner-env not = spaces
        move function upper-case(function trim(ws-partner-env))
            to ws-partner-filter
    end-if

    open input referral-file
    if rf-status not = "00" and rf-status not = "35"
        display "refext: referral register not available, status "
            rf-status
        move "error" to ws-outcome
        move 12 to return-code
        perform write-run-record
        go to main-line-exit
    end-if

    open input partner-file
    if pt-status = "00"
        move "Y" to ws-partners-open
    end-if

    open output status-extract
    move spaces to extract-line
    string "HDR " ws-today " " ws-days
        delimited by size into extract-line
    end-string
    write extract-line

    sort referral-sort
        on ascending key srt-partner srt-received srt-ref-id
        input procedure is release-referrals
        output procedure is write-by-partner

    move spaces to extract-line
    string "TRL " ws-partner-count " " ws-detail-count
        delimited by size into extract-line
    end-string
    write extract-line
    close status-extract

    if rf-status not = "35"
        close referral-file
    end-if
    if partners-available
        close partner-file
    end-if
    move ws-detail-count to ws-rl-written
    move "ok" to ws-outcome
    perform write-run-record.

main-line-exit.
    exit program.

write-run-record.
    call "runlog" using by reference
        ws-step-name ws-start-time
        ws-rl-read ws-rl-written ws-rl-reject ws-outcome.

release-referrals.
    if rf-status = "00"
        perform release-one-referral until at-eof
    end-if.

*> Open referrals always go back; closed ones only while recent.
release-one-referral.
    read referral-file next record
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof
        add 1 to ws-rl-read
        if (ws-partner-filter = spaces
            or ref-partner-code = ws-partner-filter)
           and (ref-is-open or ref-status-date >= ws-cutoff-date)
            move ref-partner-code to srt-partner
            move ref-received-date to srt-received
            move ref-id to srt-ref-id
            move ref-partner-ref to srt-partner-ref
            move ref-name to srt-name
            move ref-status to srt-status
            move ref-status-date to srt-status-date
            move ref-person-id to srt-person-id
            move ref-reason to srt-reason
            release referral-sort-record
        end-if
    end-if.

write-by-partner.
    move "N" to ws-sort-eof
    move "N" to ws-partner-open
    perform write-one-referral until at-sort-eof
    if ws-partner-open = "Y"
        perform write-partner-trailer
    end-if.

write-one-referral.
    return referral-sort
        at end
            move "Y" to ws-sort-eof
    end-return

    if not at-sort-eof
        if ws-partner-open = "Y" and srt-partner not = ws-cur-partner
            perform write-partner-trailer
            move "N" to ws-partner-open
        end-if
        if ws-partner-open = "N"
            move srt-partner to ws-cur-partner
            move "Y" to ws-partner-open
            move 0 to ws-ptn-lines ws-ptn-open ws-ptn-enrolled
            move 0 to ws-ptn-closed
            perform write-partner-header
        end-if

        evaluate srt-status
            when "R"
                move "received" to ws-status-word
                add 1 to ws-ptn-open
            when "C"
                move "contacted" to ws-status-word
                add 1 to ws-ptn-open
            when "E"
                move "enrolled" to ws-status-word
                add 1 to ws-ptn-enrolled
            when "D"
                move "declined" to ws-status-word
                add 1 to ws-ptn-closed
            when "U"
                move "uncontactable" to ws-status-word
                add 1 to ws-ptn-closed
            when other
                move "unknown" to ws-status-word
        end-evaluate
        add 1 to ws-ptn-lines
        add 1 to ws-detail-count

        move spaces to extract-line
        string
            "DTL " srt-partner " " srt-ref-id " " srt-partner-ref
            " " srt-name " " srt-received " " ws-status-word
            " " srt-status-date " " srt-person-id " " srt-reason
            delimited by size into extract-line
        end-string
        write extract-line
    end-if.

write-partner-header.
    add 1 to ws-partner-count
    move "(not on the partner list)" to ws-partner-name
    if partners-available
        move ws-cur-partner to part-code
        read partner-file key is part-code
            invalid key
                continue
            not invalid key
                move part-name to ws-partner-name
        end-read
    end-if
    move spaces to extract-line
    string "PTN " ws-cur-partner " " ws-partner-name
        delimited by size into extract-line
    end-string
    write extract-line.

write-partner-trailer.
    move spaces to extract-line
    string
        "PTT " ws-cur-partner " " ws-ptn-lines " " ws-ptn-open
        " " ws-ptn-enrolled " " ws-ptn-closed
        delimited by size into extract-line
    end-string
    write extract-line.

end program refext.
