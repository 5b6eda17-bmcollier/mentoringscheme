identification division.
program-id. anoncopy.

*> Anonymised copy of the data files, for coordinator training and
*> for testing changes - so nobody learns the API, or tries out a
*> change, on real children's records. Every data file is copied to
*> <ANON_DIR>/data/ (ANON_DIR defaults to "anoncopy"; the live set
*> can never be the target) under the same file names, so a program
*> run from ANON_DIR works on the copy exactly as it would on the
*> live set - the integrity check included.
*>   - Ids, and so every link between the files, are kept as they
*>     are, and the id sequence files are copied unchanged, as are
*>     the reference files (towns, programmes, partners, postcodes
*>     and the like).
*>   - Names, contacts, phone numbers, DBS references and the like
*>     are replaced by fake values worked out from the record's id,
*>     so a person has the same fake name and contact in every file
*>     (a guardian takes the young person's fake surname). A postcode
*>     becomes a "ZZ99" one, which no reference file holds, so the
*>     copy's reach figures fall under "no postcode on reference". Staff
*>     names in "by" fields get fake names worked out from the name
*>     itself, so one worker is still one worker throughout.
*>   - Notes, case-note text, reasons, summaries and every other
*>     free-text field are replaced by a sample text; a field that
*>     was blank stays blank, so "no note" still reads as none.
*>     Interests and availability are kept - they are the matching
*>     tags the scoring works from, not free text.
*>   - Every date is moved back by the same number of days, so the
*>     order and spacing of events hold but nobody can be picked out
*>     by a meeting date. The offset is chosen at random each run
*>     (30 to 365 days) and not shown anywhere; ANON_SHIFT_DAYS sets
*>     it when a test needs the same copy twice.
*>   - The restricted files - safeguarding concerns and cases,
*>     their actions, the equality data and the case notes - are
*>     created empty, as are the closed periods and prior-period
*>     adjustments (a training copy has no closed months).
*>   - The API keys file gets fresh training keys in place of the
*>     live ones, listed on SYSOUT for the trainer to hand out.
*> Run-time files (the run log, control totals, audit log, report
*> catalogue, CRM shadows, work and interchange files) and the
*> yearly archives are not copied; the copy starts those afresh.
*> Return code 0 copied, 4 when a file was not on the live set to
*> copy, 12 when the target could not be used or PERSON-MASTER
*> could not be read.

environment division.
input-output section.
file-control.
*> --- The live files, read under their current layouts ------------
   select person-master assign to "data/personmst.dat"
   organization is indexed
   access mode is dynamic
   record key is person-id
   file status is in-status.

   select match-file assign to "data/match.dat"
   organization is indexed
   access mode is dynamic
   record key is match-id
   alternate record key is match-mentor-id with duplicates
   alternate record key is match-mentee-id with duplicates
   file status is in-status.

   select session-log assign to "data/sessions.dat"
   organization is indexed
   access mode is dynamic
   record key is sess-id
   alternate record key is sess-pair-key with duplicates
   file status is in-status.

   select booking-file assign to "data/bookings.dat"
   organization is indexed
   access mode is dynamic
   record key is book-id
   file status is in-status.

   select vetting-file assign to "data/vetting.dat"
   organization is indexed
   access mode is dynamic
   record key is vet-person-id
   file status is in-status.

   select emergency-contacts assign to "data/emergcon.dat"
   organization is indexed
   access mode is dynamic
   record key is emc-key
   file status is in-status.

   select consent-file assign to "data/consent.dat"
   organization is indexed
   access mode is dynamic
   record key is cons-person-id
   file status is in-status.

   select coordinator-file assign to "data/coords.dat"
   organization is indexed
   access mode is dynamic
   record key is coord-id
   file status is in-status.

   select recruit-file assign to "data/recruits.dat"
   organization is indexed
   access mode is dynamic
   record key is recr-id
   file status is in-status.

   select referral-file assign to "data/referrals.dat"
   organization is indexed
   access mode is dynamic
   record key is ref-id
   file status is in-status.

   select survey-file assign to "data/surveys.dat"
   organization is indexed
   access mode is dynamic
   record key is sv-key
   file status is in-status.

   select suspense-file assign to "data/suspense.dat"
   organization is indexed
   access mode is dynamic
   record key is susp-id
   file status is in-status.

   select training-file assign to "data/training.dat"
   organization is indexed
   access mode is dynamic
   record key is trn-key
   file status is in-status.

   select followup-file assign to "data/alumfup.dat"
   organization is indexed
   access mode is dynamic
   record key is alf-key
   file status is in-status.

   select budget-file assign to "data/budget.dat"
   organization is indexed
   access mode is dynamic
   record key is bud-key
   file status is in-status.

   select closure-file assign to "data/closures.dat"
   organization is indexed
   access mode is dynamic
   record key is clos-date
   file status is in-status.

   select towns-master assign to "data/towns.dat"
   organization is indexed
   access mode is dynamic
   record key is town-code
   file status is in-status.

   select programme-file assign to "data/programmes.dat"
   organization is indexed
   access mode is dynamic
   record key is prog-code
   file status is in-status.

   select partner-file assign to "data/partners.dat"
   organization is indexed
   access mode is dynamic
   record key is part-code
   file status is in-status.

   select postcode-file assign to "data/postcode.dat"
   organization is indexed
   access mode is dynamic
   record key is pc-postcode
   file status is in-status.

   select household-file assign to "data/household.dat"
   organization is indexed
   access mode is dynamic
   record key is hh-person-id
   alternate record key is hh-household-id with duplicates
   file status is in-status.

   select venue-file assign to "data/venues.dat"
   organization is indexed
   access mode is dynamic
   record key is venue-code
   file status is in-status.

   select course-file assign to "data/traincrs.dat"
   organization is indexed
   access mode is dynamic
   record key is crs-code
   file status is in-status.

   select mentor-enrolment assign to "data/enrolment.dat"
   organization is line sequential
   file status is in-status.

   select session-adjust assign to "data/sessadj.dat"
   organization is line sequential
   file status is in-status.

   select waiting-list assign to "data/waitlist.dat"
   organization is line sequential
   file status is in-status.

   select expenses-file assign to "data/expenses.dat"
   organization is line sequential
   file status is in-status.

   select recruit-history assign to "data/recrhist.dat"
   organization is line sequential
   file status is in-status.

   select alumni-file assign to "data/alumni.dat"
   organization is line sequential
   file status is in-status.

   select goal-file assign to "data/goals.dat"
   organization is line sequential
   file status is in-status.

   select review-file assign to "data/reviews.dat"
   organization is line sequential
   file status is in-status.

   select group-session-file assign to "data/groupsess.dat"
   organization is line sequential
   file status is in-status.

   select complaint-file assign to "data/complaints.dat"
   organization is line sequential
   file status is in-status.

   select exclusion-file assign to "data/excludes.dat"
   organization is line sequential
   file status is in-status.

   select change-history assign to "data/changehist.dat"
   organization is line sequential
   file status is in-status.

   select notify-log assign to "data/notifications.dat"
   organization is line sequential
   file status is in-status.

   select snapshot-file assign to "data/statsnap.dat"
   organization is line sequential
   file status is in-status.

   select adjacency-file assign to "data/townadj.dat"
   organization is line sequential
   file status is in-status.

   select message-text assign to "data/msgtext.dat"
   organization is line sequential
   file status is in-status.

   select apikeys-master assign to "data/apikeys.dat"
   organization is line sequential
   file status is in-status.

   select seq-file assign using ws-seq-filename
   organization is line sequential
   file status is in-status.

*> --- The copies, all opened under ws-copy-name -------------------
   select copy-person assign using ws-copy-name
   organization is indexed
   access mode is dynamic
   record key is cp-person-id
   file status is cp-status.

   select copy-match assign using ws-copy-name
   organization is indexed
   access mode is dynamic
   record key is cp-match-id
   alternate record key is cp-match-mentor-id with duplicates
   alternate record key is cp-match-mentee-id with duplicates
   file status is cp-status.

   select copy-session assign using ws-copy-name
   organization is indexed
   access mode is dynamic
   record key is cp-sess-id
   alternate record key is cp-sess-pair-key with duplicates
   file status is cp-status.

   select copy-booking assign using ws-copy-name
   organization is indexed
   access mode is dynamic
   record key is cp-book-id
   file status is cp-status.

   select copy-vetting assign using ws-copy-name
   organization is indexed
   access mode is dynamic
   record key is cp-vet-person-id
   file status is cp-status.

   select copy-emergency assign using ws-copy-name
   organization is indexed
   access mode is dynamic
   record key is cp-emc-key
   file status is cp-status.

   select copy-consent assign using ws-copy-name
   organization is indexed
   access mode is dynamic
   record key is cp-cons-person-id
   file status is cp-status.

   select copy-coordinator assign using ws-copy-name
   organization is indexed
   access mode is dynamic
   record key is cp-coord-id
   file status is cp-status.

   select copy-recruit assign using ws-copy-name
   organization is indexed
   access mode is dynamic
   record key is cp-recr-id
   file status is cp-status.

   select copy-referral assign using ws-copy-name
   organization is indexed
   access mode is dynamic
   record key is cp-ref-id
   file status is cp-status.

   select copy-survey assign using ws-copy-name
   organization is indexed
   access mode is dynamic
   record key is cp-sv-key
   file status is cp-status.

   select copy-suspense assign using ws-copy-name
   organization is indexed
   access mode is dynamic
   record key is cp-susp-id
   file status is cp-status.

   select copy-training assign using ws-copy-name
   organization is indexed
   access mode is dynamic
   record key is cp-trn-key
   file status is cp-status.

   select copy-followup assign using ws-copy-name
   organization is indexed
   access mode is dynamic
   record key is cp-alf-key
   file status is cp-status.

   select copy-budget assign using ws-copy-name
   organization is indexed
   access mode is dynamic
   record key is cp-bud-key
   file status is cp-status.

   select copy-closure assign using ws-copy-name
   organization is indexed
   access mode is dynamic
   record key is cp-clos-date
   file status is cp-status.

   select copy-towns assign using ws-copy-name
   organization is indexed
   access mode is dynamic
   record key is cp-town-code
   file status is cp-status.

   select copy-programme assign using ws-copy-name
   organization is indexed
   access mode is dynamic
   record key is cp-prog-code
   file status is cp-status.

   select copy-postcode assign using ws-copy-name
   organization is indexed
   access mode is dynamic
   record key is cp-postcode
   file status is cp-status.

   select copy-household assign using ws-copy-name
   organization is indexed
   access mode is dynamic
   record key is cp-hh-person-id
   alternate record key is cp-hh-household-id with duplicates
   file status is cp-status.

   select copy-partner assign using ws-copy-name
   organization is indexed
   access mode is dynamic
   record key is cp-part-code
   file status is cp-status.

   select copy-venue assign using ws-copy-name
   organization is indexed
   access mode is dynamic
   record key is cp-venue-code
   file status is cp-status.

   select copy-course assign using ws-copy-name
   organization is indexed
   access mode is dynamic
   record key is cp-crs-code
   file status is cp-status.

   select copy-sg-case assign using ws-copy-name
   organization is indexed
   access mode is dynamic
   record key is cp-sgc-id
   file status is cp-status.

   select copy-equality assign using ws-copy-name
   organization is indexed
   access mode is dynamic
   record key is cp-eo-person-id
   file status is cp-status.

   select copy-period assign using ws-copy-name
   organization is indexed
   access mode is dynamic
   record key is cp-per-month
   file status is cp-status.

   select copy-line-file assign using ws-copy-name
   organization is line sequential
   file status is cp-status.

data division.
file section.
fd person-master.
copy "personrec.cpy".

fd match-file.
copy "matchrec.cpy".

fd session-log.
copy "sessnrec.cpy".

fd booking-file.
copy "bookrec.cpy".

fd vetting-file.
copy "vettrec.cpy".

fd emergency-contacts.
copy "emcnrec.cpy".

fd consent-file.
copy "consrec.cpy".

fd coordinator-file.
copy "coordrec.cpy".

fd recruit-file.
copy "recrrec.cpy".

fd referral-file.
copy "refrrec.cpy".

fd survey-file.
copy "survrec.cpy".

fd suspense-file.
copy "susprec.cpy".

fd training-file.
copy "trncmrec.cpy".

fd followup-file.
copy "alfurec.cpy".

fd budget-file.
copy "budgrec.cpy".

fd closure-file.
copy "closrec.cpy".

fd towns-master.
copy "townsrec.cpy".

fd programme-file.
copy "progrec.cpy".

fd partner-file.
copy "partrec.cpy".

fd postcode-file.
copy "pcoderc.cpy".

fd household-file.
copy "hholdrec.cpy".

fd venue-file.
copy "venuerec.cpy".

fd course-file.
copy "trcrsrec.cpy".

fd mentor-enrolment.
copy "enrolrec.cpy".

fd session-adjust.
copy "sessadjr.cpy".

fd waiting-list.
copy "waitrec.cpy".

fd expenses-file.
copy "expnrec.cpy".

fd recruit-history.
copy "rchsrec.cpy".

fd alumni-file.
copy "alumrec.cpy".

fd goal-file.
copy "goalrec.cpy".

fd review-file.
copy "revwrec.cpy".

fd group-session-file.
copy "grpsrec.cpy".

fd complaint-file.
copy "cmplrec.cpy".

fd exclusion-file.
copy "exclrec.cpy".

fd change-history.
copy "chghstre.cpy".

fd notify-log.
01 notify-line           pic x(160).

fd snapshot-file.
copy "snaprec.cpy".

fd adjacency-file.
copy "townajrc.cpy".

fd message-text.
copy "msgtxrec.cpy".

fd apikeys-master.
copy "apikeyrc.cpy".

fd seq-file.
01 seq-record            pic 9(10).

*> The copy side: each indexed copy is built to its live file's
*> exact record length with the keys where the live layout has
*> them - the fields themselves are set on the live record before
*> it is moved across whole.
fd copy-person.
01 copy-person-record.
   05 cp-person-id       pic x(10).
   05 filler             pic x(305).

fd copy-match.
01 copy-match-record.
   05 cp-match-id        pic x(10).
   05 cp-match-mentor-id pic x(10).
   05 cp-match-mentee-id pic x(10).
   05 filler             pic x(134).

fd copy-session.
01 copy-session-record.
   05 cp-sess-pair-key   pic x(20).
   05 filler             pic x(112).
   05 cp-sess-id         pic x(10).
   05 filler             pic x(2).

fd copy-booking.
01 copy-booking-record.
   05 cp-book-id         pic x(10).
   05 filler             pic x(91).

fd copy-vetting.
01 copy-vetting-record.
   05 cp-vet-person-id   pic x(10).
   05 filler             pic x(105).

fd copy-emergency.
01 copy-emergency-record.
   05 cp-emc-key         pic x(11).
   05 filler             pic x(88).

fd copy-consent.
01 copy-consent-record.
   05 cp-cons-person-id  pic x(10).
   05 filler             pic x(77).

fd copy-coordinator.
01 copy-coordinator-record.
   05 cp-coord-id        pic x(8).
   05 filler             pic x(101).

fd copy-recruit.
01 copy-recruit-record.
   05 cp-recr-id         pic x(10).
   05 filler             pic x(188).

fd copy-referral.
01 copy-referral-record.
   05 cp-ref-id          pic x(10).
   05 filler             pic x(207).

fd copy-survey.
01 copy-survey-record.
   05 cp-sv-key          pic x(11).
   05 filler             pic x(103).

fd copy-suspense.
01 copy-suspense-record.
   05 cp-susp-id         pic x(10).
   05 filler             pic x(458).

fd copy-training.
01 copy-training-record.
   05 cp-trn-key         pic x(18).
   05 filler             pic x(16).

fd copy-followup.
01 copy-followup-record.
   05 cp-alf-key         pic x(12).
   05 filler             pic x(48).

fd copy-budget.
01 copy-budget-record.
   05 cp-bud-key         pic x(8).
   05 filler             pic x(35).

fd copy-closure.
01 copy-closure-record.
   05 cp-clos-date       pic x(8).
   05 filler             pic x(48).

fd copy-towns.
01 copy-towns-record.
   05 cp-town-code       pic x(6).
   05 filler             pic x(113).

fd copy-programme.
01 copy-programme-record.
   05 cp-prog-code       pic x(4).
   05 filler             pic x(74).

fd copy-partner.
01 copy-partner-record.
   05 cp-part-code       pic x(6).
   05 filler             pic x(53).

fd copy-postcode.
01 copy-postcode-record.
   05 cp-postcode        pic x(8).
   05 filler             pic x(16).

fd copy-household.
01 copy-household-record.
   05 cp-hh-person-id    pic x(10).
   05 cp-hh-household-id pic x(10).
   05 filler             pic x(50).

fd copy-venue.
01 copy-venue-record.
   05 cp-venue-code      pic x(8).
   05 filler             pic x(63).

fd copy-course.
01 copy-course-record.
   05 cp-crs-code        pic x(8).
   05 filler             pic x(44).

fd copy-sg-case.
01 copy-sg-case-record.
   05 cp-sgc-id          pic x(10).
   05 filler             pic x(222).

fd copy-equality.
01 copy-equality-record.
   05 cp-eo-person-id    pic x(10).
   05 filler             pic x(31).

fd copy-period.
01 copy-period-record.
   05 cp-per-month       pic x(6).
   05 filler             pic x(72).

fd copy-line-file.
01 copy-line             pic x(512).

working-storage section.
01 in-status            pic xx.
01 cp-status            pic xx.
01 ws-eof               pic x value "N".
   88 at-eof                value "Y".

01 ws-today             pic x(8).
01 ws-anon-dir          pic x(64).
01 ws-dir-name          pic x(80).
01 ws-copy-file         pic x(20).
01 ws-copy-name         pic x(96).
01 ws-seq-filename      pic x(64).
01 ws-target-ok         pic x value "Y".
   88 target-usable        value "Y".

*> Per-file and run totals.
01 ws-file-count        pic 9(8) value 0.
01 ws-files-copied      pic 9(4) value 0.
01 ws-files-missing     pic 9(4) value 0.
01 ws-files-emptied     pic 9(4) value 0.
01 ws-person-failed     pic x value "N".
   88 person-copy-failed   value "Y".

*> The date offset: one number of days for the whole run.
01 ws-shift-env         pic x(10).
01 ws-shift-days        pic 9(4) value 0.
01 ws-clock             pic 9(8).
01 ws-random            pic v9(9).
01 ws-date-work         pic x(8).
01 ws-date-num          pic 9(8).
01 ws-date-int          pic 9(8).

*> Fake identities. The seed is worked out from the key (an id, or
*> a staff name) and picks a given name and a surname off the
*> tables below; contacts and phone numbers come from the key and
*> seed too, the phone numbers from the range set aside for drama.
01 ws-fake-key          pic x(30).
01 ws-fake-seed         pic 9(8) value 0.
01 ws-fake-pos          pic 9(4) comp.
01 ws-given-idx         pic 9(4) comp.
01 ws-surname-idx       pic 9(4) comp.
01 ws-fake-given        pic x(12).
01 ws-fake-surname      pic x(12).
01 ws-fake-name         pic x(40).
01 ws-fake-contact      pic x(60).
01 ws-fake-phone        pic x(20).
01 ws-fake-postcode     pic x(8).
01 ws-postcode-letters  pic x(20) value "ABDEFGHJLNPQRSTUWXYZ".
01 ws-fake-letter-1     pic 9(2) comp.
01 ws-fake-letter-2     pic 9(2) comp.
01 ws-fake-digits       pic 9(3).
01 ws-family-surname    pic x(12).

01 ws-given-values.
   05 filler pic x(12) value "Aled".
   05 filler pic x(12) value "Bethan".
   05 filler pic x(12) value "Cai".
   05 filler pic x(12) value "Carys".
   05 filler pic x(12) value "Dafydd".
   05 filler pic x(12) value "Elin".
   05 filler pic x(12) value "Ffion".
   05 filler pic x(12) value "Gareth".
   05 filler pic x(12) value "Gwen".
   05 filler pic x(12) value "Harri".
   05 filler pic x(12) value "Iwan".
   05 filler pic x(12) value "Jac".
   05 filler pic x(12) value "Lowri".
   05 filler pic x(12) value "Mali".
   05 filler pic x(12) value "Nia".
   05 filler pic x(12) value "Osian".
   05 filler pic x(12) value "Rhys".
   05 filler pic x(12) value "Seren".
   05 filler pic x(12) value "Tomos".
   05 filler pic x(12) value "Alys".
   05 filler pic x(12) value "Ben".
   05 filler pic x(12) value "Chloe".
   05 filler pic x(12) value "Daniel".
   05 filler pic x(12) value "Ella".
   05 filler pic x(12) value "Finn".
   05 filler pic x(12) value "Grace".
   05 filler pic x(12) value "Holly".
   05 filler pic x(12) value "Isaac".
   05 filler pic x(12) value "Jamie".
   05 filler pic x(12) value "Katie".
   05 filler pic x(12) value "Leo".
   05 filler pic x(12) value "Megan".
01 ws-given-table redefines ws-given-values.
   05 ws-given-entry    pic x(12) occurs 32 times.

01 ws-surname-values.
   05 filler pic x(12) value "Bevan".
   05 filler pic x(12) value "Bowen".
   05 filler pic x(12) value "Davies".
   05 filler pic x(12) value "Edwards".
   05 filler pic x(12) value "Evans".
   05 filler pic x(12) value "Griffiths".
   05 filler pic x(12) value "Hopkins".
   05 filler pic x(12) value "Howells".
   05 filler pic x(12) value "Hughes".
   05 filler pic x(12) value "James".
   05 filler pic x(12) value "Jenkins".
   05 filler pic x(12) value "Jones".
   05 filler pic x(12) value "Lewis".
   05 filler pic x(12) value "Lloyd".
   05 filler pic x(12) value "Morgan".
   05 filler pic x(12) value "Morris".
   05 filler pic x(12) value "Owen".
   05 filler pic x(12) value "Parry".
   05 filler pic x(12) value "Phillips".
   05 filler pic x(12) value "Powell".
   05 filler pic x(12) value "Price".
   05 filler pic x(12) value "Pritchard".
   05 filler pic x(12) value "Pugh".
   05 filler pic x(12) value "Rees".
   05 filler pic x(12) value "Roberts".
   05 filler pic x(12) value "Thomas".
   05 filler pic x(12) value "Vaughan".
   05 filler pic x(12) value "Walters".
   05 filler pic x(12) value "Watkins".
   05 filler pic x(12) value "Williams".
   05 filler pic x(12) value "Wyn".
   05 filler pic x(12) value "Yates".
01 ws-surname-table redefines ws-surname-values.
   05 ws-surname-entry  pic x(12) occurs 32 times.

*> Whatever a free-text field held, the copy holds this instead.
01 ws-sample-text       pic x(40)
       value "sample text - anonymised training copy".

*> A notification line is taken apart at its contact, so the
*> contact can be replaced and the rest of the line kept.
01 ws-note-head         pic x(160).
01 ws-note-tail         pic x(160).
01 ws-note-contact      pic x(160).
01 ws-note-survey       pic x(160).
01 ws-note-date         pic x(8).
01 ws-note-role         pic x(12).
01 ws-note-person       pic x(10).
01 ws-note-rest         pic x(160).

*> Training API keys.
01 ws-key-count         pic 9(4) value 0.
01 ws-key-digits        pic 9(12).

*> Run-control accounting (0 copied, 4 a file missing, 12 failed).
01 ws-start-time        pic x(8).
01 ws-step-name         pic x(8) value "ANONCOPY".
01 ws-outcome           pic x(8).
01 ws-rl-read           pic 9(8) value 0.
01 ws-rl-written        pic 9(8) value 0.
01 ws-rl-reject         pic 9(8) value 0.

procedure division.
main-line.
    accept ws-start-time from time
    accept ws-today from date yyyymmdd

    perform settle-target-directory
    if not target-usable
        move "error" to ws-outcome
        move 12 to return-code
        perform write-run-record
        go to main-line-exit
    end-if
    perform settle-date-shift

    perform copy-people thru copy-people-exit
    if person-copy-failed
        display "anoncopy: PERSON-MASTER could not be copied - "
            "the copy is incomplete and not to be used"
        move "error" to ws-outcome
        move 12 to return-code
        perform write-run-record
        go to main-line-exit
    end-if
    perform copy-enrolments thru copy-enrolments-exit
    perform copy-matches thru copy-matches-exit
    perform copy-sessions thru copy-sessions-exit
    perform copy-session-adjustments thru copy-session-adjustments-exit
    perform copy-waiting-list thru copy-waiting-list-exit
    perform copy-bookings thru copy-bookings-exit
    perform copy-vetting-records thru copy-vetting-records-exit
    perform copy-expenses thru copy-expenses-exit
    perform copy-emergency-contacts thru copy-emergency-contacts-exit
    perform copy-consents thru copy-consents-exit
    perform copy-coordinators thru copy-coordinators-exit
    perform copy-recruits thru copy-recruits-exit
    perform copy-recruit-history thru copy-recruit-history-exit
    perform copy-referrals thru copy-referrals-exit
    perform copy-surveys thru copy-surveys-exit
    perform copy-suspense-records thru copy-suspense-records-exit
    perform copy-training-records thru copy-training-records-exit
    perform copy-followups thru copy-followups-exit
    perform copy-alumni thru copy-alumni-exit
    perform copy-goals thru copy-goals-exit
    perform copy-reviews thru copy-reviews-exit
    perform copy-group-sessions thru copy-group-sessions-exit
    perform copy-complaints thru copy-complaints-exit
    perform copy-exclusions thru copy-exclusions-exit
    perform copy-households thru copy-households-exit
    perform copy-change-history thru copy-change-history-exit
    perform copy-notifications thru copy-notifications-exit
    perform copy-snapshots thru copy-snapshots-exit
    perform copy-budgets thru copy-budgets-exit
    perform copy-closures thru copy-closures-exit
    perform copy-towns-records thru copy-towns-records-exit
    perform copy-programmes thru copy-programmes-exit
    perform copy-partners thru copy-partners-exit
    perform copy-postcodes thru copy-postcodes-exit
    perform copy-venues thru copy-venues-exit
    perform copy-courses thru copy-courses-exit
    perform copy-adjacency thru copy-adjacency-exit
    perform copy-message-text thru copy-message-text-exit
    perform copy-sequence-files
    perform issue-training-keys thru issue-training-keys-exit
    perform empty-restricted-files

    display "anoncopy: copy built in " function trim(ws-anon-dir)
        " - files copied " ws-files-copied
        ", created empty " ws-files-emptied
        ", not on the live set " ws-files-missing
    move ws-files-missing to ws-rl-reject
    if ws-files-missing > 0
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

*> --- Where the copy goes -----------------------------------------
*> The copy's own data directory is made if it is not there. An
*> empty or "." ANON_DIR would put the copy over the live files, so
*> it is refused outright.
settle-target-directory.
    move "Y" to ws-target-ok
    move spaces to ws-anon-dir
    accept ws-anon-dir from environment "ANON_DIR"
    if ws-anon-dir = spaces
        move "anoncopy" to ws-anon-dir
    end-if
    if function trim(ws-anon-dir) = "." or "./" or "/"
        display "anoncopy: ANON_DIR " function trim(ws-anon-dir)
            " is the live data set - refused"
        move "N" to ws-target-ok
    else
        move spaces to ws-dir-name
        string function trim(ws-anon-dir) x"00"
            delimited by size into ws-dir-name
        end-string
        call "CBL_CREATE_DIR" using ws-dir-name
        move spaces to ws-dir-name
        string function trim(ws-anon-dir) "/data" x"00"
            delimited by size into ws-dir-name
        end-string
        call "CBL_CREATE_DIR" using ws-dir-name
    end-if.

*> ANON_SHIFT_DAYS, else a random 30 to 365 days off the clock.
settle-date-shift.
    accept ws-clock from time
    compute ws-random = function random(ws-clock)
    move spaces to ws-shift-env
    accept ws-shift-env from environment "ANON_SHIFT_DAYS"
    if function trim(ws-shift-env) is numeric
        move function trim(ws-shift-env) to ws-shift-days
    else
        compute ws-shift-days = 30 + ws-random * 336
    end-if
    if ws-shift-days < 1
        move 1 to ws-shift-days
    end-if.

set-copy-name.
    move spaces to ws-copy-name
    string function trim(ws-anon-dir) "/data/"
        function trim(ws-copy-file)
        delimited by size into ws-copy-name
    end-string
    move 0 to ws-file-count
    move "N" to ws-eof.

note-file-missing.
    add 1 to ws-files-missing
    display "anoncopy: " function trim(ws-copy-file)
        " not on the live set, status " in-status " - not copied".

note-copy-failed.
    add 1 to ws-files-missing
    display "anoncopy: " function trim(ws-copy-name)
        " could not be written, status " cp-status.

note-file-copied.
    add 1 to ws-files-copied
    add ws-file-count to ws-rl-written
    display "anoncopy: " function trim(ws-copy-file)
        " records " ws-file-count.

*> One date moved back by the run's offset; blank or not-a-date
*> values are left as they are.
shift-date.
    if ws-date-work is numeric
        move ws-date-work to ws-date-num
        if function test-date-yyyymmdd(ws-date-num) = 0
            compute ws-date-int =
                function integer-of-date(ws-date-num) - ws-shift-days
            move function date-of-integer(ws-date-int) to ws-date-num
            move ws-date-num to ws-date-work
        end-if
    end-if.

*> A fake identity for the key in ws-fake-key. The same key always
*> gives the same name, contact, phone number and postcode.
make-fake-identity.
    move 0 to ws-fake-seed
    perform fold-one-key-char
        varying ws-fake-pos from 1 by 1 until ws-fake-pos > 30
    compute ws-given-idx = function mod(ws-fake-seed, 32) + 1
    compute ws-surname-idx =
        function mod(function integer(ws-fake-seed / 32), 32) + 1
    move ws-given-entry(ws-given-idx) to ws-fake-given
    move ws-surname-entry(ws-surname-idx) to ws-fake-surname
    move spaces to ws-fake-name
    string function trim(ws-fake-given) " "
        function trim(ws-fake-surname)
        delimited by size into ws-fake-name
    end-string
    move spaces to ws-fake-contact
    string "trainee." function trim(ws-fake-key) "@example.org"
        delimited by size into ws-fake-contact
    end-string
    compute ws-fake-digits = function mod(ws-fake-seed, 1000)
    move spaces to ws-fake-phone
    string "01632 960" ws-fake-digits
        delimited by size into ws-fake-phone
    end-string
    compute ws-fake-letter-1 = function mod(ws-fake-seed, 20) + 1
    compute ws-fake-letter-2 =
        function mod(function integer(ws-fake-seed / 20), 20) + 1
    move spaces to ws-fake-postcode
    string "ZZ99 " ws-fake-digits(3:1)
        ws-postcode-letters(ws-fake-letter-1:1)
        ws-postcode-letters(ws-fake-letter-2:1)
        delimited by size into ws-fake-postcode
    end-string.

fold-one-key-char.
    compute ws-fake-seed = function mod(ws-fake-seed * 31
        + function ord(ws-fake-key(ws-fake-pos:1)), 9999991).

*> A staff name in a "by" field: the name itself is the key, so
*> the same worker comes out as the same fake worker everywhere.
fake-staff-name.
    if ws-fake-key not = spaces
        perform make-fake-identity
        move ws-fake-name to ws-fake-key
    end-if.

*> --- People and their enrolment rows -----------------------------
copy-people.
    move "N" to ws-person-failed
    move "personmst.dat" to ws-copy-file
    perform set-copy-name
    open input person-master
    if in-status not = "00"
        perform note-file-missing
        move "Y" to ws-person-failed
        go to copy-people-exit
    end-if
    open output copy-person
    if cp-status not = "00"
        perform note-copy-failed
        close person-master
        move "Y" to ws-person-failed
        go to copy-people-exit
    end-if
    perform copy-one-person until at-eof
    close person-master copy-person
    perform note-file-copied.

copy-people-exit.
    exit.

copy-one-person.
    read person-master next record
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof
        add 1 to ws-rl-read ws-file-count
        move spaces to ws-fake-key
        move person-id to ws-fake-key
        perform make-fake-identity
        move ws-fake-name to person-name
        if person-contact not = spaces
            move ws-fake-contact to person-contact
        end-if
        if person-postcode not = spaces
            move ws-fake-postcode to person-postcode
        end-if
        if person-withdrawal-reason not = spaces
            move ws-sample-text to person-withdrawal-reason
        end-if
        move person-withdrawal-date to ws-date-work
        perform shift-date
        move ws-date-work to person-withdrawal-date
        move person-pause-from to ws-date-work
        perform shift-date
        move ws-date-work to person-pause-from
        move person-pause-to to ws-date-work
        perform shift-date
        move ws-date-work to person-pause-to
        move person-birth-date to ws-date-work
        perform shift-date
        move ws-date-work to person-birth-date
        move person-record to copy-person-record
        write copy-person-record
    end-if.

copy-enrolments.
    move "enrolment.dat" to ws-copy-file
    perform set-copy-name
    open input mentor-enrolment
    if in-status not = "00"
        perform note-file-missing
        go to copy-enrolments-exit
    end-if
    open output copy-line-file
    perform copy-one-enrolment until at-eof
    close mentor-enrolment copy-line-file
    perform note-file-copied.

copy-enrolments-exit.
    exit.

copy-one-enrolment.
    read mentor-enrolment
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof
        add 1 to ws-rl-read ws-file-count
        move spaces to ws-fake-key
        move enrol-id to ws-fake-key
        perform make-fake-identity
        move ws-fake-name to enrol-name
        if enrol-contact not = spaces
            move ws-fake-contact to enrol-contact
        end-if
        if enrol-postcode not = spaces
            move ws-fake-postcode to enrol-postcode
        end-if
        move enrol-date to ws-date-work
        perform shift-date
        move ws-date-work to enrol-date
        move enrol-birth-date to ws-date-work
        perform shift-date
        move ws-date-work to enrol-birth-date
        move enrolment-record to copy-line
        write copy-line
    end-if.

*> --- Matches, sessions and their corrections ---------------------
copy-matches.
    move "match.dat" to ws-copy-file
    perform set-copy-name
    open input match-file
    if in-status not = "00"
        perform note-file-missing
        go to copy-matches-exit
    end-if
    open output copy-match
    perform copy-one-match until at-eof
    close match-file copy-match
    perform note-file-copied.

copy-matches-exit.
    exit.

copy-one-match.
    read match-file next record
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof
        add 1 to ws-rl-read ws-file-count
        if match-answer-reason not = spaces
            move ws-sample-text to match-answer-reason
        end-if
        move match-date to ws-date-work
        perform shift-date
        move ws-date-work to match-date
        move match-end-date to ws-date-work
        perform shift-date
        move ws-date-work to match-end-date
        move match-offer-date to ws-date-work
        perform shift-date
        move ws-date-work to match-offer-date
        move match-wait-date to ws-date-work
        perform shift-date
        move ws-date-work to match-wait-date
        move match-review-from to ws-date-work
        perform shift-date
        move ws-date-work to match-review-from
        move match-record to copy-match-record
        write copy-match-record
    end-if.

copy-sessions.
    move "sessions.dat" to ws-copy-file
    perform set-copy-name
    open input session-log
    if in-status not = "00"
        perform note-file-missing
        go to copy-sessions-exit
    end-if
    open output copy-session
    perform copy-one-session until at-eof
    close session-log copy-session
    perform note-file-copied.

copy-sessions-exit.
    exit.

copy-one-session.
    read session-log next record
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof
        add 1 to ws-rl-read ws-file-count
        if sess-notes not = spaces
            move ws-sample-text to sess-notes
        end-if
        move sess-date to ws-date-work
        perform shift-date
        move ws-date-work to sess-date
        move session-record to copy-session-record
        write copy-session-record
    end-if.

copy-session-adjustments.
    move "sessadj.dat" to ws-copy-file
    perform set-copy-name
    open input session-adjust
    if in-status not = "00"
        perform note-file-missing
        go to copy-session-adjustments-exit
    end-if
    open output copy-line-file
    perform copy-one-session-adjustment until at-eof
    close session-adjust copy-line-file
    perform note-file-copied.

copy-session-adjustments-exit.
    exit.

copy-one-session-adjustment.
    read session-adjust
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof
        add 1 to ws-rl-read ws-file-count
        move adj-by to ws-fake-key
        perform fake-staff-name
        move ws-fake-key to adj-by
        if adj-reason not = spaces
            move ws-sample-text to adj-reason
        end-if
        move adj-date to ws-date-work
        perform shift-date
        move ws-date-work to adj-date
        move adj-new-date to ws-date-work
        perform shift-date
        move ws-date-work to adj-new-date
        move sessadj-record to copy-line
        write copy-line
    end-if.

copy-waiting-list.
    move "waitlist.dat" to ws-copy-file
    perform set-copy-name
    open input waiting-list
    if in-status not = "00"
        perform note-file-missing
        go to copy-waiting-list-exit
    end-if
    open output copy-line-file
    perform copy-one-wait-entry until at-eof
    close waiting-list copy-line-file
    perform note-file-copied.

copy-waiting-list-exit.
    exit.

copy-one-wait-entry.
    read waiting-list
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof
        add 1 to ws-rl-read ws-file-count
        move wait-date to ws-date-work
        perform shift-date
        move ws-date-work to wait-date
        move waitlist-record to copy-line
        write copy-line
    end-if.

copy-bookings.
    move "bookings.dat" to ws-copy-file
    perform set-copy-name
    open input booking-file
    if in-status not = "00"
        perform note-file-missing
        go to copy-bookings-exit
    end-if
    open output copy-booking
    perform copy-one-booking until at-eof
    close booking-file copy-booking
    perform note-file-copied.

copy-bookings-exit.
    exit.

copy-one-booking.
    read booking-file next record
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof
        add 1 to ws-rl-read ws-file-count
        move book-date to ws-date-work
        perform shift-date
        move ws-date-work to book-date
        move book-made-date to ws-date-work
        perform shift-date
        move ws-date-work to book-made-date
        move book-outcome-date to ws-date-work
        perform shift-date
        move ws-date-work to book-outcome-date
        move book-checkin-date to ws-date-work
        perform shift-date
        move ws-date-work to book-checkin-date
        move book-checkout-date to ws-date-work
        perform shift-date
        move ws-date-work to book-checkout-date
        move booking-record to copy-booking-record
        write copy-booking-record
    end-if.

*> --- Vetting, expenses, contacts and consent ---------------------
*> The certificate surname is the mentor's fake surname, so the DBS
*> reconciliation still finds the two agree.
copy-vetting-records.
    move "vetting.dat" to ws-copy-file
    perform set-copy-name
    open input vetting-file
    if in-status not = "00"
        perform note-file-missing
        go to copy-vetting-records-exit
    end-if
    open output copy-vetting
    perform copy-one-vetting until at-eof
    close vetting-file copy-vetting
    perform note-file-copied.

copy-vetting-records-exit.
    exit.

copy-one-vetting.
    read vetting-file next record
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof
        add 1 to ws-rl-read ws-file-count
        move spaces to ws-fake-key
        move vet-person-id to ws-fake-key
        perform make-fake-identity
        if vet-reference not = spaces
            move spaces to vet-reference
            string "TRN" vet-person-id delimited by size
                into vet-reference
            end-string
        end-if
        if vet-subscription-id not = spaces
            move spaces to vet-subscription-id
            string "SUB" vet-person-id delimited by size
                into vet-subscription-id
            end-string
        end-if
        if vet-cert-surname not = spaces
            move ws-fake-surname to vet-cert-surname
        end-if
        move vet-issue-date to ws-date-work
        perform shift-date
        move ws-date-work to vet-issue-date
        move vet-expiry-date to ws-date-work
        perform shift-date
        move ws-date-work to vet-expiry-date
        move vet-consent-date to ws-date-work
        perform shift-date
        move ws-date-work to vet-consent-date
        move vet-last-check-date to ws-date-work
        perform shift-date
        move ws-date-work to vet-last-check-date
        move vetting-record to copy-vetting-record
        write copy-vetting-record
    end-if.

copy-expenses.
    move "expenses.dat" to ws-copy-file
    perform set-copy-name
    open input expenses-file
    if in-status not = "00"
        perform note-file-missing
        go to copy-expenses-exit
    end-if
    open output copy-line-file
    perform copy-one-expense until at-eof
    close expenses-file copy-line-file
    perform note-file-copied.

copy-expenses-exit.
    exit.

copy-one-expense.
    read expenses-file
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof
        add 1 to ws-rl-read ws-file-count
        if exp-fail-reason not = spaces
            move ws-sample-text to exp-fail-reason
        end-if
        move exp-claim-date to ws-date-work
        perform shift-date
        move ws-date-work to exp-claim-date
        move exp-paid-date to ws-date-work
        perform shift-date
        move ws-date-work to exp-paid-date
        move exp-remit-date to ws-date-work
        perform shift-date
        move ws-date-work to exp-remit-date
        move expense-record to copy-line
        write copy-line
    end-if.

copy-emergency-contacts.
    move "emergcon.dat" to ws-copy-file
    perform set-copy-name
    open input emergency-contacts
    if in-status not = "00"
        perform note-file-missing
        go to copy-emergency-contacts-exit
    end-if
    open output copy-emergency
    perform copy-one-emergency-contact until at-eof
    close emergency-contacts copy-emergency
    perform note-file-copied.

copy-emergency-contacts-exit.
    exit.

copy-one-emergency-contact.
    read emergency-contacts next record
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof
        add 1 to ws-rl-read ws-file-count
        move spaces to ws-fake-key
        string emc-person-id "-EC" emc-slot delimited by size
            into ws-fake-key
        end-string
        perform make-fake-identity
        move ws-fake-name to emc-name
        if emc-phone not = spaces
            move ws-fake-phone to emc-phone
        end-if
        move emc-updated-date to ws-date-work
        perform shift-date
        move ws-date-work to emc-updated-date
        move emergency-contact-record to copy-emergency-record
        write copy-emergency-record
    end-if.

*> The guardian shares the young person's fake surname.
copy-consents.
    move "consent.dat" to ws-copy-file
    perform set-copy-name
    open input consent-file
    if in-status not = "00"
        perform note-file-missing
        go to copy-consents-exit
    end-if
    open output copy-consent
    perform copy-one-consent until at-eof
    close consent-file copy-consent
    perform note-file-copied.

copy-consents-exit.
    exit.

copy-one-consent.
    read consent-file next record
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof
        add 1 to ws-rl-read ws-file-count
        if cons-guardian-name not = spaces
            move spaces to ws-fake-key
            move cons-person-id to ws-fake-key
            perform make-fake-identity
            move ws-fake-surname to ws-family-surname
            move spaces to ws-fake-key
            string cons-person-id "-GD" delimited by size
                into ws-fake-key
            end-string
            perform make-fake-identity
            move spaces to cons-guardian-name
            string function trim(ws-fake-given) " "
                function trim(ws-family-surname)
                delimited by size into cons-guardian-name
            end-string
        end-if
        move cons-date to ws-date-work
        perform shift-date
        move ws-date-work to cons-date
        move cons-withdrawn-date to ws-date-work
        perform shift-date
        move ws-date-work to cons-withdrawn-date
        move consent-record to copy-consent-record
        write copy-consent-record
    end-if.

copy-coordinators.
    move "coords.dat" to ws-copy-file
    perform set-copy-name
    open input coordinator-file
    if in-status not = "00"
        perform note-file-missing
        go to copy-coordinators-exit
    end-if
    open output copy-coordinator
    perform copy-one-coordinator until at-eof
    close coordinator-file copy-coordinator
    perform note-file-copied.

copy-coordinators-exit.
    exit.

copy-one-coordinator.
    read coordinator-file next record
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof
        add 1 to ws-rl-read ws-file-count
        move spaces to ws-fake-key
        string "CO" coord-id delimited by size into ws-fake-key
        end-string
        perform make-fake-identity
        move ws-fake-name to coord-name
        if coord-contact not = spaces
            move ws-fake-contact to coord-contact
        end-if
        move coordinator-record to copy-coordinator-record
        write copy-coordinator-record
    end-if.

*> --- Recruitment and referrals -----------------------------------
*> A recruit or referral already enrolled takes its person's fake
*> identity; one not yet enrolled gets its own, off its own id.
copy-recruits.
    move "recruits.dat" to ws-copy-file
    perform set-copy-name
    open input recruit-file
    if in-status not = "00"
        perform note-file-missing
        go to copy-recruits-exit
    end-if
    open output copy-recruit
    perform copy-one-recruit until at-eof
    close recruit-file copy-recruit
    perform note-file-copied.

copy-recruits-exit.
    exit.

copy-one-recruit.
    read recruit-file next record
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof
        add 1 to ws-rl-read ws-file-count
        move spaces to ws-fake-key
        if recr-person-id not = spaces
            move recr-person-id to ws-fake-key
        else
            string "RC" recr-id delimited by size into ws-fake-key
            end-string
        end-if
        perform make-fake-identity
        move ws-fake-name to recr-name
        if recr-contact not = spaces
            move ws-fake-contact to recr-contact
        end-if
        if recr-drop-reason not = spaces
            move ws-sample-text to recr-drop-reason
        end-if
        move recr-birth-date to ws-date-work
        perform shift-date
        move ws-date-work to recr-birth-date
        move recr-stage-date to ws-date-work
        perform shift-date
        move ws-date-work to recr-stage-date
        move recr-enquiry-date to ws-date-work
        perform shift-date
        move ws-date-work to recr-enquiry-date
        move recruit-record to copy-recruit-record
        write copy-recruit-record
    end-if.

copy-recruit-history.
    move "recrhist.dat" to ws-copy-file
    perform set-copy-name
    open input recruit-history
    if in-status not = "00"
        perform note-file-missing
        go to copy-recruit-history-exit
    end-if
    open output copy-line-file
    perform copy-one-recruit-stage until at-eof
    close recruit-history copy-line-file
    perform note-file-copied.

copy-recruit-history-exit.
    exit.

copy-one-recruit-stage.
    read recruit-history
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof
        add 1 to ws-rl-read ws-file-count
        if rch-note not = spaces
            move ws-sample-text to rch-note
        end-if
        move rch-date to ws-date-work
        perform shift-date
        move ws-date-work to rch-date
        move rch-from-date to ws-date-work
        perform shift-date
        move ws-date-work to rch-from-date
        move recruit-stage-record to copy-line
        write copy-line
    end-if.

copy-referrals.
    move "referrals.dat" to ws-copy-file
    perform set-copy-name
    open input referral-file
    if in-status not = "00"
        perform note-file-missing
        go to copy-referrals-exit
    end-if
    open output copy-referral
    perform copy-one-referral until at-eof
    close referral-file copy-referral
    perform note-file-copied.

copy-referrals-exit.
    exit.

copy-one-referral.
    read referral-file next record
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof
        add 1 to ws-rl-read ws-file-count
        move spaces to ws-fake-key
        if ref-person-id not = spaces
            move ref-person-id to ws-fake-key
        else
            string "RF" ref-id delimited by size into ws-fake-key
            end-string
        end-if
        perform make-fake-identity
        move ws-fake-name to ref-name
        if ref-contact not = spaces
            move ws-fake-contact to ref-contact
        end-if
        if ref-partner-ref not = spaces
            move spaces to ref-partner-ref
            string "TRN" ref-id delimited by size into ref-partner-ref
            end-string
        end-if
        if ref-reason not = spaces
            move ws-sample-text to ref-reason
        end-if
        move ref-received-date to ws-date-work
        perform shift-date
        move ws-date-work to ref-received-date
        move ref-status-date to ws-date-work
        perform shift-date
        move ws-date-work to ref-status-date
        move ref-contacted-date to ws-date-work
        perform shift-date
        move ws-date-work to ref-contacted-date
        move referral-record to copy-referral-record
        write copy-referral-record
    end-if.

copy-surveys.
    move "surveys.dat" to ws-copy-file
    perform set-copy-name
    open input survey-file
    if in-status not = "00"
        perform note-file-missing
        go to copy-surveys-exit
    end-if
    open output copy-survey
    perform copy-one-survey until at-eof
    close survey-file copy-survey
    perform note-file-copied.

copy-surveys-exit.
    exit.

copy-one-survey.
    read survey-file next record
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof
        add 1 to ws-rl-read ws-file-count
        if sv-comment not = spaces
            move ws-sample-text to sv-comment
        end-if
        move sv-received-date to ws-date-work
        perform shift-date
        move ws-date-work to sv-received-date
        move survey-record to copy-survey-record
        write copy-survey-record
    end-if.

*> A held enrolment keeps its reason code, so the repair route can
*> be practised on it; the date of birth is as it was typed, so it
*> is moved only when it was typed as a date.
copy-suspense-records.
    move "suspense.dat" to ws-copy-file
    perform set-copy-name
    open input suspense-file
    if in-status not = "00"
        perform note-file-missing
        go to copy-suspense-records-exit
    end-if
    open output copy-suspense
    perform copy-one-suspense until at-eof
    close suspense-file copy-suspense
    perform note-file-copied.

copy-suspense-records-exit.
    exit.

copy-one-suspense.
    read suspense-file next record
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof
        add 1 to ws-rl-read ws-file-count
        move spaces to ws-fake-key
        if susp-person-id not = spaces
            move susp-person-id to ws-fake-key
        else
            string "SU" susp-id delimited by size into ws-fake-key
            end-string
        end-if
        perform make-fake-identity
        if susp-name not = spaces
            move ws-fake-name to susp-name
        end-if
        if susp-contact not = spaces
            move ws-fake-contact to susp-contact
        end-if
        if susp-postcode not = spaces
            move ws-fake-postcode to susp-postcode
        end-if
        if susp-resolution not = spaces
            move ws-sample-text to susp-resolution
        end-if
        if susp-birth-date(9:2) = spaces
            move susp-birth-date(1:8) to ws-date-work
            perform shift-date
            move ws-date-work to susp-birth-date(1:8)
        else
            move spaces to susp-birth-date
        end-if
        move susp-received-date to ws-date-work
        perform shift-date
        move ws-date-work to susp-received-date
        move susp-resolved-date to ws-date-work
        perform shift-date
        move ws-date-work to susp-resolved-date
        move suspense-record to copy-suspense-record
        write copy-suspense-record
    end-if.

*> --- Training, alumni and outcomes -------------------------------
copy-training-records.
    move "training.dat" to ws-copy-file
    perform set-copy-name
    open input training-file
    if in-status not = "00"
        perform note-file-missing
        go to copy-training-records-exit
    end-if
    open output copy-training
    perform copy-one-training until at-eof
    close training-file copy-training
    perform note-file-copied.

copy-training-records-exit.
    exit.

copy-one-training.
    read training-file next record
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof
        add 1 to ws-rl-read ws-file-count
        move trn-completed-date to ws-date-work
        perform shift-date
        move ws-date-work to trn-completed-date
        move trn-expiry-date to ws-date-work
        perform shift-date
        move ws-date-work to trn-expiry-date
        move training-record to copy-training-record
        write copy-training-record
    end-if.

copy-followups.
    move "alumfup.dat" to ws-copy-file
    perform set-copy-name
    open input followup-file
    if in-status not = "00"
        perform note-file-missing
        go to copy-followups-exit
    end-if
    open output copy-followup
    perform copy-one-followup until at-eof
    close followup-file copy-followup
    perform note-file-copied.

copy-followups-exit.
    exit.

copy-one-followup.
    read followup-file next record
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof
        add 1 to ws-rl-read ws-file-count
        move alf-end-date to ws-date-work
        perform shift-date
        move ws-date-work to alf-end-date
        move alf-asked-date to ws-date-work
        perform shift-date
        move ws-date-work to alf-asked-date
        move alf-dest-date to ws-date-work
        perform shift-date
        move ws-date-work to alf-dest-date
        move alf-recorded-date to ws-date-work
        perform shift-date
        move ws-date-work to alf-recorded-date
        move alumni-followup-record to copy-followup-record
        write copy-followup-record
    end-if.

copy-alumni.
    move "alumni.dat" to ws-copy-file
    perform set-copy-name
    open input alumni-file
    if in-status not = "00"
        perform note-file-missing
        go to copy-alumni-exit
    end-if
    open output copy-line-file
    perform copy-one-alumnus until at-eof
    close alumni-file copy-line-file
    perform note-file-copied.

copy-alumni-exit.
    exit.

copy-one-alumnus.
    read alumni-file
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof
        add 1 to ws-rl-read ws-file-count
        move alum-end-date to ws-date-work
        perform shift-date
        move ws-date-work to alum-end-date
        move alum-written-date to ws-date-work
        perform shift-date
        move ws-date-work to alum-written-date
        move alumni-record to copy-line
        write copy-line
    end-if.

copy-goals.
    move "goals.dat" to ws-copy-file
    perform set-copy-name
    open input goal-file
    if in-status not = "00"
        perform note-file-missing
        go to copy-goals-exit
    end-if
    open output copy-line-file
    perform copy-one-goal until at-eof
    close goal-file copy-line-file
    perform note-file-copied.

copy-goals-exit.
    exit.

copy-one-goal.
    read goal-file
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof
        add 1 to ws-rl-read ws-file-count
        if goal-text not = spaces
            move ws-sample-text to goal-text
        end-if
        move goal-set-date to ws-date-work
        perform shift-date
        move ws-date-work to goal-set-date
        move goal-record to copy-line
        write copy-line
    end-if.

copy-reviews.
    move "reviews.dat" to ws-copy-file
    perform set-copy-name
    open input review-file
    if in-status not = "00"
        perform note-file-missing
        go to copy-reviews-exit
    end-if
    open output copy-line-file
    perform copy-one-review until at-eof
    close review-file copy-line-file
    perform note-file-copied.

copy-reviews-exit.
    exit.

copy-one-review.
    read review-file
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof
        add 1 to ws-rl-read ws-file-count
        move rev-by to ws-fake-key
        perform fake-staff-name
        move ws-fake-key to rev-by
        if rev-actions not = spaces
            move ws-sample-text to rev-actions
        end-if
        move rev-date to ws-date-work
        perform shift-date
        move ws-date-work to rev-date
        move review-record to copy-line
        write copy-line
    end-if.

copy-group-sessions.
    move "groupsess.dat" to ws-copy-file
    perform set-copy-name
    open input group-session-file
    if in-status not = "00"
        perform note-file-missing
        go to copy-group-sessions-exit
    end-if
    open output copy-line-file
    perform copy-one-group-session until at-eof
    close group-session-file copy-line-file
    perform note-file-copied.

copy-group-sessions-exit.
    exit.

copy-one-group-session.
    read group-session-file
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof
        add 1 to ws-rl-read ws-file-count
        if gsess-title not = spaces
            move "sample group session" to gsess-title
        end-if
        if gsess-notes not = spaces
            move ws-sample-text to gsess-notes
        end-if
        move gsess-date to ws-date-work
        perform shift-date
        move ws-date-work to gsess-date
        move group-session-record to copy-line
        write copy-line
    end-if.

*> --- Complaints, exclusions, change history and notifications ----
copy-complaints.
    move "complaints.dat" to ws-copy-file
    perform set-copy-name
    open input complaint-file
    if in-status not = "00"
        perform note-file-missing
        go to copy-complaints-exit
    end-if
    open output copy-line-file
    perform copy-one-complaint until at-eof
    close complaint-file copy-line-file
    perform note-file-copied.

copy-complaints-exit.
    exit.

copy-one-complaint.
    read complaint-file
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof
        add 1 to ws-rl-read ws-file-count
        if cmp-summary not = spaces
            move ws-sample-text to cmp-summary
        end-if
        move cmp-received-date to ws-date-work
        perform shift-date
        move ws-date-work to cmp-received-date
        move cmp-deadline-date to ws-date-work
        perform shift-date
        move ws-date-work to cmp-deadline-date
        move cmp-status-date to ws-date-work
        perform shift-date
        move ws-date-work to cmp-status-date
        move complaint-record to copy-line
        write copy-line
    end-if.

copy-exclusions.
    move "excludes.dat" to ws-copy-file
    perform set-copy-name
    open input exclusion-file
    if in-status not = "00"
        perform note-file-missing
        go to copy-exclusions-exit
    end-if
    open output copy-line-file
    perform copy-one-exclusion until at-eof
    close exclusion-file copy-line-file
    perform note-file-copied.

copy-exclusions-exit.
    exit.

copy-one-exclusion.
    read exclusion-file
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof
        add 1 to ws-rl-read ws-file-count
        move exc-by to ws-fake-key
        perform fake-staff-name
        move ws-fake-key to exc-by
        if exc-reason not = spaces
            move ws-sample-text to exc-reason
        end-if
        move exc-date to ws-date-work
        perform shift-date
        move ws-date-work to exc-date
        move exclusion-record to copy-line
        write copy-line
    end-if.

*> Household links keep their ids, so siblings are still siblings in
*> the copy; only who recorded the link and when are disguised.
copy-households.
    move "household.dat" to ws-copy-file
    perform set-copy-name
    open input household-file
    if in-status not = "00"
        perform note-file-missing
        go to copy-households-exit
    end-if
    open output copy-household
    perform copy-one-household until at-eof
    close household-file copy-household
    perform note-file-copied.

copy-households-exit.
    exit.

copy-one-household.
    read household-file next record
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof
        add 1 to ws-rl-read ws-file-count
        move hh-linked-by to ws-fake-key
        perform fake-staff-name
        move ws-fake-key to hh-linked-by
        move hh-linked-date to ws-date-work
        perform shift-date
        move ws-date-work to hh-linked-date
        move household-record to copy-household-record
        write copy-household-record
    end-if.

*> Old and new values may be names or contacts, so both go.
copy-change-history.
    move "changehist.dat" to ws-copy-file
    perform set-copy-name
    open input change-history
    if in-status not = "00"
        perform note-file-missing
        go to copy-change-history-exit
    end-if
    open output copy-line-file
    perform copy-one-change until at-eof
    close change-history copy-line-file
    perform note-file-copied.

copy-change-history-exit.
    exit.

copy-one-change.
    read change-history
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof
        add 1 to ws-rl-read ws-file-count
        if chg-old-value not = spaces
            move ws-sample-text to chg-old-value
        end-if
        if chg-new-value not = spaces
            move ws-sample-text to chg-new-value
        end-if
        move chg-date to ws-date-work
        perform shift-date
        move ws-date-work to chg-date
        move change-record to copy-line
        write copy-line
    end-if.

*> A notification line reads "<date> <role> <person> ... contact=
*> <contact>", with the survey prompt after the contact on some.
*> The contact becomes the fake contact of the person the line is
*> for, the date moves with the rest, and the words stay.
copy-notifications.
    move "notifications.dat" to ws-copy-file
    perform set-copy-name
    open input notify-log
    if in-status not = "00"
        perform note-file-missing
        go to copy-notifications-exit
    end-if
    open output copy-line-file
    perform copy-one-notification until at-eof
    close notify-log copy-line-file
    perform note-file-copied.

copy-notifications-exit.
    exit.

copy-one-notification.
    read notify-log
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof
        add 1 to ws-rl-read ws-file-count
        move spaces to ws-note-head ws-note-tail
        move spaces to ws-note-contact ws-note-survey
        unstring notify-line delimited by " contact="
            into ws-note-head ws-note-tail
        end-unstring
        move spaces to ws-note-date ws-note-role ws-note-person
        move spaces to ws-note-rest
        unstring ws-note-head delimited by all spaces
            into ws-note-date ws-note-role ws-note-person
        end-unstring
        move ws-note-head(1:8) to ws-date-work
        perform shift-date
        move ws-date-work to ws-note-head(1:8)
        move spaces to copy-line
        if ws-note-tail = spaces
            move ws-note-head to copy-line
        else
            unstring ws-note-tail delimited by " survey="
                into ws-note-contact ws-note-survey
            end-unstring
            move spaces to ws-fake-key
            move ws-note-person to ws-fake-key
            perform make-fake-identity
            if ws-note-survey = spaces
                string function trim(ws-note-head) " contact="
                    function trim(ws-fake-contact)
                    delimited by size into copy-line
                end-string
            else
                string function trim(ws-note-head) " contact="
                    function trim(ws-fake-contact) " survey="
                    function trim(ws-note-survey)
                    delimited by size into copy-line
                end-string
            end-if
        end-if
        write copy-line
    end-if.

copy-snapshots.
    move "statsnap.dat" to ws-copy-file
    perform set-copy-name
    open input snapshot-file
    if in-status not = "00"
        perform note-file-missing
        go to copy-snapshots-exit
    end-if
    open output copy-line-file
    perform copy-one-snapshot until at-eof
    close snapshot-file copy-line-file
    perform note-file-copied.

copy-snapshots-exit.
    exit.

copy-one-snapshot.
    read snapshot-file
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof
        add 1 to ws-rl-read ws-file-count
        move snap-date to ws-date-work
        perform shift-date
        move ws-date-work to snap-date
        move snapshot-record to copy-line
        write copy-line
    end-if.

*> --- Reference files: copied as they are, dates moved ------------
copy-budgets.
    move "budget.dat" to ws-copy-file
    perform set-copy-name
    open input budget-file
    if in-status not = "00"
        perform note-file-missing
        go to copy-budgets-exit
    end-if
    open output copy-budget
    perform copy-one-budget until at-eof
    close budget-file copy-budget
    perform note-file-copied.

copy-budgets-exit.
    exit.

copy-one-budget.
    read budget-file next record
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof
        add 1 to ws-rl-read ws-file-count
        move bud-updated-date to ws-date-work
        perform shift-date
        move ws-date-work to bud-updated-date
        move budget-record to copy-budget-record
        write copy-budget-record
    end-if.

copy-closures.
    move "closures.dat" to ws-copy-file
    perform set-copy-name
    open input closure-file
    if in-status not = "00"
        perform note-file-missing
        go to copy-closures-exit
    end-if
    open output copy-closure
    perform copy-one-closure until at-eof
    close closure-file copy-closure
    perform note-file-copied.

copy-closures-exit.
    exit.

copy-one-closure.
    read closure-file next record
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof
        add 1 to ws-rl-read ws-file-count
        move clos-date to ws-date-work
        perform shift-date
        move ws-date-work to clos-date
        move clos-added-date to ws-date-work
        perform shift-date
        move ws-date-work to clos-added-date
        move closure-record to copy-closure-record
        write copy-closure-record
    end-if.

copy-towns-records.
    move "towns.dat" to ws-copy-file
    perform set-copy-name
    open input towns-master
    if in-status not = "00"
        perform note-file-missing
        go to copy-towns-records-exit
    end-if
    open output copy-towns
    perform copy-one-town until at-eof
    close towns-master copy-towns
    perform note-file-copied.

copy-towns-records-exit.
    exit.

copy-one-town.
    read towns-master next record
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof
        add 1 to ws-rl-read ws-file-count
        move town-merged-date to ws-date-work
        perform shift-date
        move ws-date-work to town-merged-date
        move towns-record to copy-towns-record
        write copy-towns-record
    end-if.

copy-programmes.
    move "programmes.dat" to ws-copy-file
    perform set-copy-name
    open input programme-file
    if in-status not = "00"
        perform note-file-missing
        go to copy-programmes-exit
    end-if
    open output copy-programme
    perform copy-one-programme until at-eof
    close programme-file copy-programme
    perform note-file-copied.

copy-programmes-exit.
    exit.

copy-one-programme.
    read programme-file next record
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof
        add 1 to ws-rl-read ws-file-count
        move programme-record to copy-programme-record
        write copy-programme-record
    end-if.

copy-partners.
    move "partners.dat" to ws-copy-file
    perform set-copy-name
    open input partner-file
    if in-status not = "00"
        perform note-file-missing
        go to copy-partners-exit
    end-if
    open output copy-partner
    perform copy-one-partner until at-eof
    close partner-file copy-partner
    perform note-file-copied.

copy-partners-exit.
    exit.

copy-one-partner.
    read partner-file next record
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof
        add 1 to ws-rl-read ws-file-count
        move partner-record to copy-partner-record
        write copy-partner-record
    end-if.

copy-postcodes.
    move "postcode.dat" to ws-copy-file
    perform set-copy-name
    open input postcode-file
    if in-status not = "00"
        perform note-file-missing
        go to copy-postcodes-exit
    end-if
    open output copy-postcode
    perform copy-one-postcode until at-eof
    close postcode-file copy-postcode
    perform note-file-copied.

copy-postcodes-exit.
    exit.

copy-one-postcode.
    read postcode-file next record
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof
        add 1 to ws-rl-read ws-file-count
        move postcode-record to copy-postcode-record
        write copy-postcode-record
    end-if.

copy-venues.
    move "venues.dat" to ws-copy-file
    perform set-copy-name
    open input venue-file
    if in-status not = "00"
        perform note-file-missing
        go to copy-venues-exit
    end-if
    open output copy-venue
    perform copy-one-venue until at-eof
    close venue-file copy-venue
    perform note-file-copied.

copy-venues-exit.
    exit.

copy-one-venue.
    read venue-file next record
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof
        add 1 to ws-rl-read ws-file-count
        move venue-record to copy-venue-record
        write copy-venue-record
    end-if.

copy-courses.
    move "traincrs.dat" to ws-copy-file
    perform set-copy-name
    open input course-file
    if in-status not = "00"
        perform note-file-missing
        go to copy-courses-exit
    end-if
    open output copy-course
    perform copy-one-course until at-eof
    close course-file copy-course
    perform note-file-copied.

copy-courses-exit.
    exit.

copy-one-course.
    read course-file next record
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof
        add 1 to ws-rl-read ws-file-count
        move course-record to copy-course-record
        write copy-course-record
    end-if.

copy-adjacency.
    move "townadj.dat" to ws-copy-file
    perform set-copy-name
    open input adjacency-file
    if in-status not = "00"
        perform note-file-missing
        go to copy-adjacency-exit
    end-if
    open output copy-line-file
    perform copy-one-adjacency until at-eof
    close adjacency-file copy-line-file
    perform note-file-copied.

copy-adjacency-exit.
    exit.

copy-one-adjacency.
    read adjacency-file
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof
        add 1 to ws-rl-read ws-file-count
        move town-adjacency-record to copy-line
        write copy-line
    end-if.

copy-message-text.
    move "msgtext.dat" to ws-copy-file
    perform set-copy-name
    open input message-text
    if in-status not = "00"
        perform note-file-missing
        go to copy-message-text-exit
    end-if
    open output copy-line-file
    perform copy-one-message until at-eof
    close message-text copy-line-file
    perform note-file-copied.

copy-message-text-exit.
    exit.

copy-one-message.
    read message-text
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof
        add 1 to ws-rl-read ws-file-count
        move message-text-record to copy-line
        write copy-line
    end-if.

*> --- Id sequences: unchanged, so the copy's next ids follow on ---
copy-sequence-files.
    move "personid.seq" to ws-copy-file
    perform copy-one-sequence-file
    move "matchid.seq" to ws-copy-file
    perform copy-one-sequence-file
    move "sessid.seq" to ws-copy-file
    perform copy-one-sequence-file
    move "bookid.seq" to ws-copy-file
    perform copy-one-sequence-file
    move "expid.seq" to ws-copy-file
    perform copy-one-sequence-file
    move "cmplid.seq" to ws-copy-file
    perform copy-one-sequence-file
    move "referralid.seq" to ws-copy-file
    perform copy-one-sequence-file
    move "recruitid.seq" to ws-copy-file
    perform copy-one-sequence-file
    move "suspid.seq" to ws-copy-file
    perform copy-one-sequence-file
    move "sgcaseid.seq" to ws-copy-file
    perform copy-one-sequence-file
    move "household.seq" to ws-copy-file
    perform copy-one-sequence-file.

*> A sequence not yet started on the live set is simply not there.
copy-one-sequence-file.
    perform set-copy-name
    move spaces to ws-seq-filename
    string "data/" function trim(ws-copy-file)
        delimited by size into ws-seq-filename
    end-string
    open input seq-file
    if in-status = "00"
        read seq-file
            at end
                move "Y" to ws-eof
        end-read
        if not at-eof
            add 1 to ws-rl-read ws-file-count
            open output copy-line-file
            move seq-record to copy-line
            write copy-line
            close copy-line-file
        end-if
        close seq-file
        perform note-file-copied
    end-if.

*> --- Training API keys -------------------------------------------
*> Live keys never leave the live set. Each live key still in force
*> gets a training key with the same scope and quota (and, for a
*> mentor's self-service key, the same person), owned by a numbered
*> trainee; revoked keys are dropped.
issue-training-keys.
    move "apikeys.dat" to ws-copy-file
    perform set-copy-name
    open input apikeys-master
    if in-status not = "00"
        perform note-file-missing
        go to issue-training-keys-exit
    end-if
    open output copy-line-file
    perform issue-one-training-key until at-eof
    close apikeys-master copy-line-file
    perform note-file-copied.

issue-training-keys-exit.
    exit.

issue-one-training-key.
    read apikeys-master
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof and not ak-is-revoked
        add 1 to ws-rl-read ws-file-count ws-key-count
        compute ws-key-digits = function random * 999999999999
        move spaces to ak-key
        string "train-" ws-key-digits "-" ws-key-count
            delimited by size into ak-key
        end-string
        move spaces to ak-owner
        string "trainee " ws-key-count delimited by size into ak-owner
        end-string
        move apikey-record to copy-line
        write copy-line
        display "anoncopy: training key " function trim(ak-key)
            " scope " function trim(ak-scope)
            " owner " function trim(ak-owner)
    end-if.

*> --- Restricted and period files: present but empty --------------
empty-restricted-files.
    move "safeguard.dat" to ws-copy-file
    perform empty-one-line-file
    move "sgactions.dat" to ws-copy-file
    perform empty-one-line-file
    move "casenotes.dat" to ws-copy-file
    perform empty-one-line-file
    move "ppadj.dat" to ws-copy-file
    perform empty-one-line-file

    move "sgcases.dat" to ws-copy-file
    perform set-copy-name
    open output copy-sg-case
    close copy-sg-case
    perform note-file-emptied
    move "eqopdata.dat" to ws-copy-file
    perform set-copy-name
    open output copy-equality
    close copy-equality
    perform note-file-emptied
    move "periods.dat" to ws-copy-file
    perform set-copy-name
    open output copy-period
    close copy-period
    perform note-file-emptied.

empty-one-line-file.
    perform set-copy-name
    open output copy-line-file
    close copy-line-file
    perform note-file-emptied.

note-file-emptied.
    add 1 to ws-files-emptied
    display "anoncopy: " function trim(ws-copy-file)
        " created empty".

end program anoncopy.
