identification division.
program-id. crmext.

*> Nightly changed-records feed to the council's youth services CRM,
*> which keeps its own copy of our participants and pairings. The
*> masters carry no last-changed stamp, so the change is found by
*> comparing PERSON-MASTER and MATCH-FILE against the images sent on
*> the last successful run (the shadow files, kept in key order).
*> Every record added, amended, withdrawn, merged, anonymised or
*> gone since then is sent once, with an action code and this run's
*> sequence number, in the interface's fixed layout:
*>   HDR <run seq> <run date> <run time> <changes since date> <time>
*>   PER <run seq> <action> <person id> <name> <date of birth>
*>       <town> <role> <status> <withdrawal date> <merged into>
*>       <programme>
*>   MAT <run seq> <action> <match id> <mentor id> <mentee id>
*>       <town> <match date> <status> <end date> <end reason>
*>       <programme>
*>   TRL <run seq> <person lines> <match lines> <detail lines>
*> Actions: A added, U amended, W withdrawn, M merged away as a
*> duplicate (the surviving id in "merged into"), X anonymised, D no
*> longer on file. An anonymised person goes as a bare X line - the
*> id and nothing else - and is never sent again, so the CRM is never
*> given the old details; one anonymised before the CRM ever heard of
*> them is not sent at all. No contact details are sent.
*> The high-water mark - the last successful run's sequence, date
*> and time - is on the control file; the shadows and the mark only
*> move on once the whole extract is written, so a night that fails
*> (or is bypassed by the chain) is caught up by the next run's
*> extract under the same sequence number. The first run, with no
*> shadows, sends everything as added - the CRM's initial load.

environment division.
input-output section.
file-control.
   select person-master assign to "data/personmst.dat"
   organization is indexed
   access mode is dynamic
   record key is person-id
   file status is pm-status.

   select match-file assign to "data/match.dat"
   organization is indexed
   access mode is dynamic
   record key is match-id
   alternate record key is match-mentor-id with duplicates
   alternate record key is match-mentee-id with duplicates
   file status is mt-status.

   select person-shadow assign to "data/crmpers.dat"
   organization is line sequential
   file status is ps-status.

   select person-shadow-new assign to "data/crmpers.new"
   organization is line sequential
   file status is pn-status.

   select match-shadow assign to "data/crmmatch.dat"
   organization is line sequential
   file status is ms-status.

   select match-shadow-new assign to "data/crmmatch.new"
   organization is line sequential
   file status is mn-status.

   select crm-control assign to "data/crmctl.dat"
   organization is line sequential
   file status is cc-status.

   select crm-extract assign to "data/crmdelta.txt"
   organization is line sequential
   file status is ex-status.

data division.
file section.
fd person-master.
copy "personrec.cpy".

fd match-file.
copy "matchrec.cpy".

*> The person as last sent - the fields on the PER line, plus
*> whether the record had been anonymised.
fd person-shadow.
01 person-shadow-record.
   05 shp-person-id         pic x(10).
   05 shp-image.
      10 shp-name              pic x(40).
      10 shp-birth-date        pic x(8).
      10 shp-town-code         pic x(6).
      10 shp-role              pic x(1).
      10 shp-status            pic x(1).
      10 shp-withdrawal-date   pic x(8).
      10 shp-superseded-by     pic x(10).
      10 shp-programme         pic x(4).
      10 shp-anonymised        pic x(1).

fd person-shadow-new.
01 person-shadow-new-rec pic x(89).

*> The match as last sent - the fields on the MAT line.
fd match-shadow.
01 match-shadow-record.
   05 shm-match-id          pic x(10).
   05 shm-image.
      10 shm-mentor-id         pic x(10).
      10 shm-mentee-id         pic x(10).
      10 shm-town-code         pic x(6).
      10 shm-match-date        pic x(8).
      10 shm-status            pic x(1).
      10 shm-end-date          pic x(8).
      10 shm-end-reason        pic x(1).
      10 shm-programme         pic x(4).

fd match-shadow-new.
01 match-shadow-new-rec  pic x(58).

fd crm-control.
01 crm-control-record.
   05 ctl-run-seq           pic 9(6).
   05 ctl-run-date          pic x(8).
   05 ctl-run-time          pic x(8).

fd crm-extract.
01 extract-line          pic x(150).

working-storage section.
01 pm-status            pic xx.
01 mt-status            pic xx.
01 ps-status            pic xx.
01 pn-status            pic xx.
01 ms-status            pic xx.
01 mn-status            pic xx.
01 cc-status            pic xx.
01 ex-status            pic xx.
01 ws-eof               pic x value "N".
   88 at-eof                value "Y".

01 ws-anon-marker       pic x(10) value "ANONYMISED".
01 ws-run-date          pic x(8).
01 ws-run-time          pic x(8).
01 ws-run-seq           pic 9(6) value 0.
01 ws-since-date        pic x(8) value "00000000".
01 ws-since-time        pic x(8) value "00000000".
01 ws-action            pic x(1).

*> Balance-line keys: each side goes to high-values at its end, so
*> the merge runs until both have.
01 ws-master-key        pic x(10).
01 ws-shadow-key        pic x(10).

*> The current record in shadow layout, compared with the shadow
*> image and written to the new shadow.
01 cur-person.
   05 cur-person-id         pic x(10).
   05 cur-person-image.
      10 cur-name              pic x(40).
      10 cur-birth-date        pic x(8).
      10 cur-town-code         pic x(6).
      10 cur-role              pic x(1).
      10 cur-status            pic x(1).
      10 cur-withdrawal-date   pic x(8).
      10 cur-superseded-by     pic x(10).
      10 cur-programme         pic x(4).
      10 cur-anonymised        pic x(1).
         88 cur-is-anonymised     value "Y".

01 cur-match.
   05 cur-match-id          pic x(10).
   05 cur-match-image.
      10 cur-mentor-id         pic x(10).
      10 cur-mentee-id         pic x(10).
      10 cur-match-town        pic x(6).
      10 cur-match-date        pic x(8).
      10 cur-match-status      pic x(1).
      10 cur-end-date          pic x(8).
      10 cur-end-reason        pic x(1).
      10 cur-match-programme   pic x(4).

01 ws-person-lines      pic 9(8) value 0.
01 ws-match-lines       pic 9(8) value 0.
01 ws-detail-lines      pic 9(8) value 0.

*> Run-control accounting (0 clean, 12 when a master is unavailable
*> - nothing then moves on, and the next run catches up).
01 ws-start-time        pic x(8).
01 ws-step-name         pic x(8) value "CRMEXT".
01 ws-outcome           pic x(8).
01 ws-rl-read           pic 9(8) value 0.
01 ws-rl-written        pic 9(8) value 0.
01 ws-rl-reject         pic 9(8) value 0.

procedure division.
main-line.
    accept ws-start-time from time
    accept ws-run-date from date yyyymmdd
    move ws-start-time to ws-run-time

    perform load-high-water-mark
    add 1 to ws-run-seq

    open input person-master
    if pm-status not = "00"
        display "crmext: PERSON-MASTER not available, status " pm-status
        move "error" to ws-outcome
        move 12 to return-code
        perform write-run-record
        go to main-line-exit
    end-if
    open input match-file
    if mt-status not = "00"
        display "crmext: MATCH-FILE not available, status " mt-status
        close person-master
        move "error" to ws-outcome
        move 12 to return-code
        perform write-run-record
        go to main-line-exit
    end-if

    open output crm-extract
    move spaces to extract-line
    string "HDR " ws-run-seq " " ws-run-date " " ws-run-time
        " " ws-since-date " " ws-since-time
        delimited by size into extract-line
    end-string
    write extract-line

    perform extract-person-changes
    perform extract-match-changes

    compute ws-detail-lines = ws-person-lines + ws-match-lines
    move spaces to extract-line
    string "TRL " ws-run-seq " " ws-person-lines " " ws-match-lines
        " " ws-detail-lines
        delimited by size into extract-line
    end-string
    write extract-line
    close crm-extract
    close person-master match-file

    *> The extract is complete: only now do the shadows take
    *> tonight's images and the high-water mark move on.
    perform replace-person-shadow
    perform replace-match-shadow
    perform save-high-water-mark

    display "crmext: run " ws-run-seq " changes since " ws-since-date
        " " ws-since-time
    display "crmext: person lines " ws-person-lines
        " match lines " ws-match-lines
    move ws-detail-lines to ws-rl-written
    move "ok" to ws-outcome
    perform write-run-record.

main-line-exit.
    exit program.

write-run-record.
    call "runlog" using by reference
        ws-step-name ws-start-time
        ws-rl-read ws-rl-written ws-rl-reject ws-outcome.

load-high-water-mark.
    move 0 to ws-run-seq
    open input crm-control
    if cc-status = "00"
        read crm-control
            at end
                continue
            not at end
                if ctl-run-seq is numeric
                    move ctl-run-seq to ws-run-seq
                end-if
                move ctl-run-date to ws-since-date
                move ctl-run-time to ws-since-time
        end-read
        close crm-control
    end-if.

save-high-water-mark.
    open output crm-control
    move ws-run-seq to ctl-run-seq
    move ws-run-date to ctl-run-date
    move ws-run-time to ctl-run-time
    write crm-control-record
    close crm-control.

*> ---- PERSON-MASTER against the person shadow ----
extract-person-changes.
    open output person-shadow-new
    move high-values to ws-shadow-key
    open input person-shadow
    if ps-status = "00"
        perform read-person-shadow
    end-if
    move "N" to ws-eof
    perform read-person-master
    perform compare-person-keys
        until ws-master-key = high-values
          and ws-shadow-key = high-values
    if ps-status not = "35"
        close person-shadow
    end-if
    close person-shadow-new.

read-person-master.
    read person-master next record
        at end
            move high-values to ws-master-key
        not at end
            add 1 to ws-rl-read
            move person-id to ws-master-key
            perform build-current-person
    end-read.

read-person-shadow.
    read person-shadow
        at end
            move high-values to ws-shadow-key
        not at end
            move shp-person-id to ws-shadow-key
    end-read.

build-current-person.
    move spaces to cur-person
    move person-id to cur-person-id
    move person-town-code to cur-town-code
    move person-role to cur-role
    move person-status to cur-status
    move person-withdrawal-date to cur-withdrawal-date
    move person-superseded-by to cur-superseded-by
    move person-programme to cur-programme
    if person-name = ws-anon-marker
        move "Y" to cur-anonymised
        move ws-anon-marker to cur-name
    else
        move person-name to cur-name
        move person-birth-date to cur-birth-date
    end-if.

compare-person-keys.
    evaluate true
        when ws-master-key < ws-shadow-key
            if not cur-is-anonymised
                move "A" to ws-action
                perform write-person-detail
            end-if
            write person-shadow-new-rec from cur-person
            perform read-person-master
        when ws-master-key = ws-shadow-key
            if cur-person-image not = shp-image
                perform classify-person-change
            end-if
            write person-shadow-new-rec from cur-person
            perform read-person-master
            perform read-person-shadow
        when other
            add 1 to ws-person-lines
            move spaces to extract-line
            string "PER " ws-run-seq " D " shp-person-id
                delimited by size into extract-line
            end-string
            write extract-line
            perform read-person-shadow
    end-evaluate.

*> Anonymisation outranks anything else that changed with it; after
*> it nothing more is ever sent for the person.
classify-person-change.
    evaluate true
        when cur-is-anonymised and shp-anonymised = "Y"
            continue
        when cur-is-anonymised
            move "X" to ws-action
            perform write-person-id-only
        when cur-status = "S" and shp-status not = "S"
            move "M" to ws-action
            perform write-person-detail
        when cur-status = "W" and shp-status not = "W"
            move "W" to ws-action
            perform write-person-detail
        when other
            move "U" to ws-action
            perform write-person-detail
    end-evaluate.

write-person-detail.
    add 1 to ws-person-lines
    move spaces to extract-line
    string "PER " ws-run-seq " " ws-action " " cur-person-id
        " " cur-name " " cur-birth-date " " cur-town-code
        " " cur-role " " cur-status " " cur-withdrawal-date
        " " cur-superseded-by " " cur-programme
        delimited by size into extract-line
    end-string
    write extract-line.

write-person-id-only.
    add 1 to ws-person-lines
    move spaces to extract-line
    string "PER " ws-run-seq " " ws-action " " cur-person-id
        delimited by size into extract-line
    end-string
    write extract-line.

*> ---- MATCH-FILE against the match shadow ----
extract-match-changes.
    open output match-shadow-new
    move high-values to ws-shadow-key
    open input match-shadow
    if ms-status = "00"
        perform read-match-shadow
    end-if
    perform read-match-master
    perform compare-match-keys
        until ws-master-key = high-values
          and ws-shadow-key = high-values
    if ms-status not = "35"
        close match-shadow
    end-if
    close match-shadow-new.

read-match-master.
    read match-file next record
        at end
            move high-values to ws-master-key
        not at end
            add 1 to ws-rl-read
            move match-id to ws-master-key
            move match-id to cur-match-id
            move match-mentor-id to cur-mentor-id
            move match-mentee-id to cur-mentee-id
            move match-town-code to cur-match-town
            move match-date to cur-match-date
            move match-status to cur-match-status
            move match-end-date to cur-end-date
            move match-end-reason to cur-end-reason
            move match-programme to cur-match-programme
    end-read.

read-match-shadow.
    read match-shadow
        at end
            move high-values to ws-shadow-key
        not at end
            move shm-match-id to ws-shadow-key
    end-read.

compare-match-keys.
    evaluate true
        when ws-master-key < ws-shadow-key
            move "A" to ws-action
            perform write-match-detail
            write match-shadow-new-rec from cur-match
            perform read-match-master
        when ws-master-key = ws-shadow-key
            if cur-match-image not = shm-image
                move "U" to ws-action
                perform write-match-detail
            end-if
            write match-shadow-new-rec from cur-match
            perform read-match-master
            perform read-match-shadow
        when other
            add 1 to ws-match-lines
            move spaces to extract-line
            string "MAT " ws-run-seq " D " shm-match-id
                delimited by size into extract-line
            end-string
            write extract-line
            perform read-match-shadow
    end-evaluate.

write-match-detail.
    add 1 to ws-match-lines
    move spaces to extract-line
    string "MAT " ws-run-seq " " ws-action " " cur-match-id
        " " cur-mentor-id " " cur-mentee-id " " cur-match-town
        " " cur-match-date " " cur-match-status " " cur-end-date
        " " cur-end-reason " " cur-match-programme
        delimited by size into extract-line
    end-string
    write extract-line.

*> ---- copy tonight's images over the shadows ----
replace-person-shadow.
    move "N" to ws-eof
    open input person-shadow-new
    open output person-shadow
    perform copy-one-person-image until at-eof
    close person-shadow-new person-shadow.

copy-one-person-image.
    read person-shadow-new
        at end
            move "Y" to ws-eof
        not at end
            write person-shadow-record from person-shadow-new-rec
    end-read.

replace-match-shadow.
    move "N" to ws-eof
    open input match-shadow-new
    open output match-shadow
    perform copy-one-match-image until at-eof
    close match-shadow-new match-shadow.

copy-one-match-image.
    read match-shadow-new
        at end
            move "Y" to ws-eof
        not at end
            write match-shadow-record from match-shadow-new-rec
    end-read.

end program crmext.
