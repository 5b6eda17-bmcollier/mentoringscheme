*> REFERRAL record - one per person a partner school or youth
*> service refers to us, keyed on its own id (off
*> data/referralid.seq), written when the referral arrives whether
*> or not it ever becomes an enrolment. Maintained by refadm.cob
*> through the API: received, then contacted, then enrolled (linked
*> to the PERSON-MASTER id the person enrolled as) - or closed as
*> declined or uncontactable with a reason. The partner's own
*> reference for the young person is kept so the status extract
*> sent back to each partner can be matched against their records;
*> the termly partner report works its conversion rates and
*> days-to-enrol off this file.
01 referral-record.
   05 ref-id                pic x(10).
   05 ref-partner-code      pic x(6).
   05 ref-partner-ref       pic x(20).
   05 ref-name              pic x(40).
   05 ref-contact           pic x(60).
   05 ref-town-code         pic x(6).
   05 ref-received-date     pic x(8).
   05 ref-status            pic x(1).
      88 ref-is-received       value "R".
      88 ref-is-contacted      value "C".
      88 ref-is-enrolled       value "E".
      88 ref-is-declined       value "D".
      88 ref-is-uncontactable  value "U".
      88 ref-is-open           values "R" "C".
   05 ref-status-date       pic x(8).
   05 ref-contacted-date    pic x(8).
   05 ref-person-id         pic x(10).
   05 ref-reason            pic x(40).
