*> candidate pairs with their ids, ready for the coordinator to
*> merge through the existing person-maintenance action:
*>   - same contact detail (score 60) - whoever they say they are,
*>     one phone number or mailbox is usually one household - unless
*>     both are already linked in one household on the HOUSEHOLD
*>     file, where a shared contact is expected (siblings, a parent
*>     mentoring); those pairs are counted, not listed;
*>   - near-identical names in one town (score 40) - same surname
*>     and first initial, so Jo and Joanne line up while two
*>     unrelated Evanses in different towns do not.
   record key is person-id
   file status is pm-status.

   select household-file assign to "data/household.dat"
   organization is indexed
   access mode is dynamic
   record key is hh-person-id
   alternate record key is hh-household-id with duplicates
   file status is hh-status.

   select duplicate-report assign to "data/duplicates.txt"
   organization is line sequential
   file status is rpt-status.
fd person-master.
copy "personrec.cpy".

fd household-file.
copy "hholdrec.cpy".

fd duplicate-report.
01 report-line           pic x(140).

   05 cs-id                pic x(10).
   05 cs-name              pic x(40).
   05 cs-town              pic x(6).
   05 cs-household         pic x(10).

sd name-sort.
01 name-sort-record.
working-storage section.
01 pm-status            pic xx.
01 rpt-status           pic xx.
01 hh-status            pic xx.
01 ws-household-open    pic x value "N".
   88 households-available value "Y".
01 ws-eof               pic x value "N".
   88 at-eof                value "Y".
01 ws-sort-eof          pic x value "N".

01 ws-run-date          pic x(8).
01 ws-candidate-count   pic 9(6) value 0.
01 ws-household-skipped pic 9(6) value 0.

*> Surname and initial worked out of the free-text name: the last
*> blank-separated word is the surname, the first character the
01 ws-prev-initial      pic x(1).
01 ws-prev-id           pic x(10).
01 ws-prev-name         pic x(40).
01 ws-prev-household    pic x(10).
01 ws-have-prev         pic x value "N".

*> Report step name, for the dated generation kept of the report.
01 ws-step-name         pic x(8) value "DUPRPT".
01 ws-report-file       pic x(64) value "data/duplicates.txt".

procedure division.
main-line.
    accept ws-run-date from date yyyymmdd
    move "candidates sharing a contact detail (score 60):"
        to report-line
    write report-line
    open input household-file
    if hh-status = "00"
        move "Y" to ws-household-open
    end-if
    sort contact-sort
        on ascending key cs-contact cs-id
        input procedure is release-by-contact
        output procedure is pair-by-contact
    if households-available
        close household-file
    end-if
    if ws-household-skipped > 0
        move spaces to report-line
        string "  (" ws-household-skipped
            " pairs sharing a contact within one household not listed)"
            delimited by size into report-line
        end-string
        write report-line
    end-if

    open input person-master
    move "N" to ws-eof
        delimited by size into report-line
    end-string
    write report-line
    close duplicate-report
    call "rptgen" using by reference ws-report-file ws-step-name.

main-line-exit.
    exit program.
        move person-id to cs-id
        move person-name to cs-name
        move person-town-code to cs-town
        move spaces to cs-household
        if households-available
            move person-id to hh-person-id
            read household-file key is hh-person-id
                not invalid key
                    move hh-household-id to cs-household
            end-read
        end-if
        release contact-sort-record
    end-if.


    if not at-sort-eof
        if ws-have-prev = "Y" and cs-contact = ws-prev-contact
           and cs-household not = spaces
           and cs-household = ws-prev-household
            add 1 to ws-household-skipped
        end-if
        if ws-have-prev = "Y" and cs-contact = ws-prev-contact
           and (cs-household = spaces
                or cs-household not = ws-prev-household)
            add 1 to ws-candidate-count
            move spaces to report-line
            string
        move cs-contact to ws-prev-contact
        move cs-id to ws-prev-id
        move cs-name to ws-prev-name
        move cs-household to ws-prev-household
        move "Y" to ws-have-prev
    end-if.

