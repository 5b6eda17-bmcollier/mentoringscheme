*> SAFEGUARDING-CASE record - one per case the safeguarding lead
*> opens from an escalation on the review list, keyed on its own id
*> (off data/sgcaseid.seq). Maintained by sgcase.cob through the
*> restricted POST /api/safeguarding route: opened against the
*> escalation's mentor, mentee and session date, given an owner,
*> a referral to an outside agency where there is one, and closed
*> only with a recorded outcome. The dated actions taken on the case
*> are kept as lines on SAFEGUARDING-ACTION. While a case is open
*> with the hold on, the pairing is left alone: the matching run
*> keeps both people out of the pool and no new booking can be made
*> for the pair (sghold.cob answers "is this pairing held?"). Like
*> the escalation extract this file is restricted and is read only
*> by the lead's own jobs.
01 safeguarding-case-record.
   05 sgc-id                pic x(10).
   05 sgc-mentor-id         pic x(10).
   05 sgc-mentee-id         pic x(10).
   05 sgc-sess-date         pic x(8).
   05 sgc-category          pic x(20).
   05 sgc-opened-date       pic x(8).
   05 sgc-owner             pic x(30).
   05 sgc-status            pic x(1).
      88 sgc-is-open           value "O".
      88 sgc-is-closed         value "C".
   05 sgc-hold-flag         pic x(1).
      88 sgc-pairing-held      value "Y".
   05 sgc-ext-agency        pic x(30).
   05 sgc-ext-ref           pic x(20).
   05 sgc-ext-date          pic x(8).
   05 sgc-last-action-date  pic x(8).
   05 sgc-closed-date       pic x(8).
   05 sgc-outcome           pic x(60).
