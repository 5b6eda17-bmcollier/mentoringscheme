identification division.
program-id. cnvmast.

*> One-off conversion of the indexed masters whose record layouts
*> have grown - PERSON-MASTER (capacity, interests, availability,
*> superseded-by, date of birth, postcode), the MATCH file (end
*> date/reason, offer date, answers, original wait-date,
*> reassignment chain, coordinator and matching score), the TOWNS
*> master (successor, merged date, default coordinator), the
*> PROGRAMME reference file (maximum age), the BOOKING file (venue,
*> planned length, lone-working check-in and check-out) and the
*> VETTING file (DBS Update Service subscription and last status
*> check). An indexed file cannot be opened against a longer record
*> than it was built with, so each master is read here under its
*> ORIGINAL layout and written to a ".new" file under the current
*> one, with the added fields set to their documented starting
*> values (a mentor's capacity to 1, a booking's planned length to
*> zero - read as the standard hour - a match's score figures to
*> zero, everything else blank). The operator then takes the scheme
*> offline for a moment and renames each ".new" file over its
*> original - see the run-book comments in the conversion JCL.
*> Safe to rerun: the ".new" files are rebuilt from scratch each
   organization is indexed
   access mode is dynamic
   record key is match-id
   alternate record key is match-mentor-id with duplicates
   alternate record key is match-mentee-id with duplicates
   file status is nm-status.

   select old-towns assign to "data/towns.dat"
   record key is town-code
   file status is nt-status.

   select old-programme assign to "data/programmes.dat"
   organization is indexed
   access mode is dynamic
   record key is old-prog-code
   file status is og-status.

   select new-programme assign to "data/programmes.new"
   organization is indexed
   access mode is dynamic
   record key is prog-code
   file status is ng-status.

   select old-booking assign to "data/bookings.dat"
   organization is indexed
   access mode is dynamic
   record key is old-book-id
   file status is ob-status.

   select new-booking assign to "data/bookings.new"
   organization is indexed
   access mode is dynamic
   record key is book-id
   file status is nb-status.

   select old-vetting assign to "data/vetting.dat"
   organization is indexed
   access mode is dynamic
   record key is old-vet-person-id
   file status is ov-status.

   select new-vetting assign to "data/vetting.new"
   organization is indexed
   access mode is dynamic
   record key is vet-person-id
   file status is nv-status.

data division.
file section.

fd new-towns.
copy "townsrec.cpy".

fd old-programme.
01 old-programme-record.
   05 old-prog-code         pic x(4).
   05 old-prog-name         pic x(40).
   05 old-prog-funder       pic x(30).
   05 old-prog-active       pic x(1).

fd new-programme.
copy "progrec.cpy".

fd old-booking.
01 old-booking-record.
   05 old-book-id           pic x(10).
   05 old-book-mentor       pic x(10).
   05 old-book-mentee       pic x(10).
   05 old-book-town         pic x(6).
   05 old-book-date         pic x(8).
   05 old-book-time         pic x(4).
   05 old-book-status       pic x(1).
   05 old-book-made         pic x(8).
   05 old-book-outcome      pic x(8).
   05 old-book-reminded     pic x(1).

fd new-booking.
copy "bookrec.cpy".

fd old-vetting.
01 old-vetting-record.
   05 old-vet-person-id     pic x(10).
   05 old-vet-reference     pic x(20).
   05 old-vet-issue-date    pic x(8).
   05 old-vet-expiry-date   pic x(8).
   05 old-vet-status        pic x(1).

fd new-vetting.
copy "vettrec.cpy".

working-storage section.
01 op-status            pic xx.
01 np-status            pic xx.
01 nm-status            pic xx.
01 ot-status            pic xx.
01 nt-status            pic xx.
01 og-status            pic xx.
01 ng-status            pic xx.
01 ob-status            pic xx.
01 nb-status            pic xx.
01 ov-status            pic xx.
01 nv-status            pic xx.

01 ws-eof               pic x value "N".
   88 at-eof                value "Y".
01 ws-person-count      pic 9(6) value 0.
01 ws-match-count       pic 9(6) value 0.
01 ws-town-count        pic 9(6) value 0.
01 ws-prog-count        pic 9(6) value 0.
01 ws-book-count        pic 9(6) value 0.
01 ws-vet-count         pic 9(6) value 0.

procedure division.
main-line.
    perform convert-person-master
    perform convert-match-file
    perform convert-towns-master
    perform convert-programme-file
    perform convert-booking-file
    perform convert-vetting-file

    display "cnvmast: person records converted " ws-person-count
    display "cnvmast: match records converted  " ws-match-count
    display "cnvmast: town records converted   " ws-town-count
    display "cnvmast: programme records converted " ws-prog-count
    display "cnvmast: booking records converted " ws-book-count
    display "cnvmast: vetting records converted " ws-vet-count
    display "cnvmast: rename each .new file over its master"
        " before the next run".

        move spaces to person-programme
        move spaces to person-language
        move spaces to person-referrer
        move spaces to person-birth-date
        move spaces to person-postcode
        write person-record
        add 1 to ws-person-count
    end-if.
        move spaces to match-end-reason
        move spaces to match-adjacent-flag
        move spaces to match-programme
        move spaces to match-offer-date match-mentor-answer
        move spaces to match-mentee-answer match-wait-date
        move spaces to match-answer-reason
        move spaces to match-predecessor-id match-journey-id
        move spaces to match-review-from
        move spaces to match-coordinator-id
        move 0 to match-score match-score-int match-score-avl
        move 0 to match-score-age
        move spaces to match-score-source
        write match-record
        add 1 to ws-match-count
    end-if.
        move old-town-active to town-active-flag
        move spaces to town-successor
        move spaces to town-merged-date
        move spaces to town-coordinator-id
        write towns-record
        add 1 to ws-town-count
    end-if.

convert-programme-file.
    move "N" to ws-eof
    open input old-programme
    if og-status not = "00"
        display "cnvmast: PROGRAMME file not readable under the old"
            " layout, status " og-status " - skipped"
    else
        open output new-programme
        perform convert-one-programme until at-eof
        close old-programme new-programme
    end-if.

convert-one-programme.
    read old-programme next record
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof
        move old-prog-code to prog-code
        move old-prog-name to prog-name
        move old-prog-funder to prog-funder
        move old-prog-active to prog-active-flag
        move 0 to prog-max-age
        write programme-record
        add 1 to ws-prog-count
    end-if.

convert-booking-file.
    move "N" to ws-eof
    open input old-booking
    if ob-status not = "00"
        display "cnvmast: BOOKING file not readable under the old"
            " layout, status " ob-status " - skipped"
    else
        open output new-booking
        perform convert-one-booking until at-eof
        close old-booking new-booking
    end-if.

convert-one-booking.
    read old-booking next record
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof
        move old-book-id to book-id
        move old-book-mentor to book-mentor-id
        move old-book-mentee to book-mentee-id
        move old-book-town to book-town-code
        move old-book-date to book-date
        move old-book-time to book-time
        move old-book-status to book-status
        move old-book-made to book-made-date
        move old-book-outcome to book-outcome-date
        move old-book-reminded to book-reminded
        move spaces to book-venue-code
        move 0 to book-planned-minutes
        move spaces to book-checkin-date book-checkin-time
        move spaces to book-checkout-date book-checkout-time
        write booking-record
        add 1 to ws-book-count
    end-if.

convert-vetting-file.
    move "N" to ws-eof
    open input old-vetting
    if ov-status not = "00"
        display "cnvmast: VETTING file not readable under the old"
            " layout, status " ov-status " - skipped"
    else
        open output new-vetting
        perform convert-one-vetting until at-eof
        close old-vetting new-vetting
    end-if.

convert-one-vetting.
    read old-vetting next record
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof
        move old-vet-person-id to vet-person-id
        move old-vet-reference to vet-reference
        move old-vet-issue-date to vet-issue-date
        move old-vet-expiry-date to vet-expiry-date
        move old-vet-status to vet-status
        move spaces to vet-update-service vet-subscription-id
        move spaces to vet-cert-surname vet-consent-date
        move spaces to vet-last-check-date vet-last-check-result
        write vetting-record
        add 1 to ws-vet-count
    end-if.

end program cnvmast.
