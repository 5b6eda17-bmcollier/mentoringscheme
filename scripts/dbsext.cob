identification division.
program-id. dbsext.

*> Monthly DBS Update Service status-check extract. A certificate
*> can change status between issue and expiry - new information
*> added by the police - and the expiry chase would never show it,
*> so every mentor whose vetting is cleared and in date, and who has
*> subscribed to the Update Service with consent to checks, goes out
*> in the bulk status-check service's fixed layout:
*>   HDR <run date> <organisation reference>
*>   DTL <person id> <certificate reference> <subscription id>
*>       <surname on the certificate> <date of birth>
*>   TRL <detail lines>
*> The person id travels as our reference and comes back on each
*> result line, which the read-back step applies to the vetting
*> file. The organisation reference is DBS_ORG_REF. A withdrawn
*> mentor is not checked; a subscribed mentor with no date of birth
*> on PERSON-MASTER cannot be checked, and is named on SYSOUT so the
*> coordinator can get it recorded.

environment division.
input-output section.
file-control.
   select vetting-file assign to "data/vetting.dat"
   organization is indexed
   access mode is dynamic
   record key is vet-person-id
   file status is vt-status.

   select person-master assign to "data/personmst.dat"
   organization is indexed
   access mode is dynamic
   record key is person-id
   file status is pm-status.

   select check-extract assign to "data/dbscheck.txt"
   organization is line sequential
   file status is ex-status.

data division.
file section.
fd vetting-file.
copy "vettrec.cpy".

fd person-master.
copy "personrec.cpy".

fd check-extract.
01 extract-line          pic x(120).

working-storage section.
01 vt-status            pic xx.
01 pm-status            pic xx.
01 ex-status            pic xx.
01 ws-eof               pic x value "N".
   88 at-eof                value "Y".

01 ws-run-date          pic x(8).
01 ws-org-ref           pic x(20).
01 ws-sent-count        pic 9(6) value 0.
01 ws-unsubscribed      pic 9(6) value 0.

*> Run-control accounting (0 clean, 4 when a subscribed mentor could
*> not be sent, 12 when the vetting file or PERSON-MASTER is
*> unavailable).
01 ws-start-time        pic x(8).
01 ws-step-name         pic x(8) value "DBSEXT".
01 ws-outcome           pic x(8).
01 ws-rl-read           pic 9(8) value 0.
01 ws-rl-written        pic 9(8) value 0.
01 ws-rl-reject         pic 9(8) value 0.

procedure division.
main-line.
    accept ws-start-time from time
    accept ws-run-date from date yyyymmdd
    move spaces to ws-org-ref
    accept ws-org-ref from environment "DBS_ORG_REF"

    open input vetting-file
    if vt-status not = "00"
        display "dbsext: VETTING file not available, status " vt-status
        move "error" to ws-outcome
        move 12 to return-code
        perform write-run-record
        go to main-line-exit
    end-if
    open input person-master
    if pm-status not = "00"
        display "dbsext: PERSON-MASTER not available, status "
            pm-status
        close vetting-file
        move "error" to ws-outcome
        move 12 to return-code
        perform write-run-record
        go to main-line-exit
    end-if

    open output check-extract
    move spaces to extract-line
    string "HDR " ws-run-date " " ws-org-ref
        delimited by size into extract-line
    end-string
    write extract-line

    perform extract-one-vetting until at-eof

    move spaces to extract-line
    string "TRL " ws-sent-count
        delimited by size into extract-line
    end-string
    write extract-line
    close check-extract
    close vetting-file person-master

    display "dbsext: certificates sent for status check " ws-sent-count
    display "dbsext: cleared but not subscribed " ws-unsubscribed
    move ws-sent-count to ws-rl-written
    if ws-rl-reject > 0
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

extract-one-vetting.
    read vetting-file next record
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof
        add 1 to ws-rl-read
        if vet-is-cleared and vet-expiry-date >= ws-run-date
            if vet-is-subscribed and vet-subscription-id not = spaces
                perform check-mentor-and-send
            else
                add 1 to ws-unsubscribed
            end-if
        end-if
    end-if.

check-mentor-and-send.
    move vet-person-id to person-id
    read person-master key is person-id
        invalid key
            display "dbsext: mentor " vet-person-id
                " not on PERSON-MASTER - not sent"
            add 1 to ws-rl-reject
        not invalid key
            if person-is-active
                if person-birth-date is numeric
                    perform write-check-line
                else
                    display "dbsext: mentor " vet-person-id
                        " has no date of birth recorded - not sent"
                    add 1 to ws-rl-reject
                end-if
            end-if
    end-read.

write-check-line.
    add 1 to ws-sent-count
    move spaces to extract-line
    string
        "DTL " vet-person-id
        " " vet-reference
        " " vet-subscription-id
        " " vet-cert-surname
        " " person-birth-date
        delimited by size into extract-line
    end-string
    write extract-line.

end program dbsext.
