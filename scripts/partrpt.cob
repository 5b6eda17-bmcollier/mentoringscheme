*> of PERSON-MASTER filtered on the referral source, with each
*> referred person's standing resolved by re-reading MATCH-FILE and
*> the waiting list, the way the rest of the batch re-reads rather
*> than tables. A second line per partner comes off the referral
*> register, which holds every referral whether or not it became an
*> enrolment: how many arrived, how many enrolled, declined, were
*> uncontactable or are still open, the conversion rate (enrolled
*> as a percentage of all referrals) and the average days from
*> receiving a referral to its enrolment.

environment division.
input-output section.
   organization is indexed
   access mode is dynamic
   record key is match-id
   alternate record key is match-mentor-id with duplicates
   alternate record key is match-mentee-id with duplicates
   file status is mt-status.

   select waiting-list assign to "data/waitlist.dat"
   organization is line sequential
   file status is wl-status.

   select referral-file assign to "data/referrals.dat"
   organization is indexed
   access mode is dynamic
   record key is ref-id
   file status is rf-status.

   select partner-report assign to "data/partnerreport.txt"
   organization is line sequential
   file status is rpt-status.
fd waiting-list.
copy "waitrec.cpy".

fd referral-file.
copy "refrrec.cpy".

fd partner-report.
01 report-line           pic x(160).

working-storage section.
01 pt-status            pic xx.
01 pm-status            pic xx.
01 mt-status            pic xx.
01 wl-status            pic xx.
01 rf-status            pic xx.
01 rpt-status           pic xx.
01 ws-eof-part          pic x value "N".
   88 at-eof-part          value "Y".
   88 at-eof-match         value "Y".
01 ws-eof-wait          pic x value "N".
   88 at-eof-wait          value "Y".
01 ws-eof-ref           pic x value "N".
   88 at-eof-ref           value "Y".

01 ws-run-date          pic x(8).
01 ws-partner-count     pic 9(4) value 0.
01 ws-has-completed     pic x.
01 ws-on-waitlist       pic x.

*> The partner's referral register figures.
01 ws-ref-received      pic 9(6).
01 ws-ref-enrolled      pic 9(6).
01 ws-ref-declined      pic 9(6).
01 ws-ref-uncontactable pic 9(6).
01 ws-ref-open          pic 9(6).
01 ws-enrol-days-total  pic 9(9).
01 ws-enrol-days-count  pic 9(6).
01 ws-date-numeric      pic 9(8).
01 ws-from-int          pic 9(8).
01 ws-to-int            pic 9(8).
01 ws-rate              pic 9(3)v9.
01 ws-rate-edited       pic zz9.9.
01 ws-avg-days          pic 9(5)v9.
01 ws-avg-edited        pic z(4)9.9.

*> Report step name, for the dated generation kept of the report.
01 ws-step-name         pic x(8) value "PARTRPT".
01 ws-report-file       pic x(64) value "data/partnerreport.txt".

procedure division.
main-line.
    accept ws-run-date from date yyyymmdd
    end-string
    write report-line
    close partner-report
    call "rptgen" using by reference ws-report-file ws-step-name
    close partner-file.

main-line-exit.
            delimited by size into report-line
        end-string
        write report-line
        perform count-partner-register
        perform write-register-line
        if not part-is-active
            move "  (partner deactivated)" to report-line
            write report-line
        move "Y" to ws-on-waitlist
    end-if.

*> One sweep of the referral register for the partner in hand.
count-partner-register.
    move 0 to ws-ref-received ws-ref-enrolled ws-ref-declined
    move 0 to ws-ref-uncontactable ws-ref-open
    move 0 to ws-enrol-days-total ws-enrol-days-count
    move "N" to ws-eof-ref
    open input referral-file
    if rf-status = "00"
        perform check-one-register-entry until at-eof-ref
        close referral-file
    end-if.

check-one-register-entry.
    read referral-file next record
        at end
            move "Y" to ws-eof-ref
    end-read

    if not at-eof-ref and ref-partner-code = ws-cur-partner
        add 1 to ws-ref-received
        evaluate true
            when ref-is-enrolled
                add 1 to ws-ref-enrolled
                perform add-days-to-enrol
            when ref-is-declined
                add 1 to ws-ref-declined
            when ref-is-uncontactable
                add 1 to ws-ref-uncontactable
            when other
                add 1 to ws-ref-open
        end-evaluate
    end-if.

add-days-to-enrol.
    if ref-received-date is numeric and ref-status-date is numeric
        move ref-received-date to ws-date-numeric
        move function integer-of-date(ws-date-numeric) to ws-from-int
        move ref-status-date to ws-date-numeric
        move function integer-of-date(ws-date-numeric) to ws-to-int
        if ws-to-int >= ws-from-int
            compute ws-enrol-days-total =
                ws-enrol-days-total + ws-to-int - ws-from-int
            add 1 to ws-enrol-days-count
        end-if
    end-if.

write-register-line.
    if ws-ref-received > 0
        compute ws-rate rounded =
            ws-ref-enrolled * 100 / ws-ref-received
    else
        move 0 to ws-rate
    end-if
    move ws-rate to ws-rate-edited
    if ws-enrol-days-count > 0
        compute ws-avg-days rounded =
            ws-enrol-days-total / ws-enrol-days-count
    else
        move 0 to ws-avg-days
    end-if
    move ws-avg-days to ws-avg-edited
    move spaces to report-line
    string
        "  register referrals=" ws-ref-received
        " enrolled=" ws-ref-enrolled
        " declined=" ws-ref-declined
        " uncontactable=" ws-ref-uncontactable
        " open=" ws-ref-open
        " conversion=" function trim(ws-rate-edited) "%"
        " avg-days-to-enrol=" function trim(ws-avg-edited)
        delimited by size into report-line
    end-string
    write report-line.

end program partrpt.
