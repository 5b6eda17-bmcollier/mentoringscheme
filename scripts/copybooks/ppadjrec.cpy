*> PRIOR-PERIOD ADJUSTMENT record - one line per posting accepted
*> against a closed month on an override reason: a session logged,
*> amended or voided, or a travel claim made, dated in a month the
*> month-end close has already reported to finance. Appended by
*> session.cob, sessadm.cob and expense.cob; listed for finance by
*> the prior-period adjustments report (ppadjrpt.cob) in the month
*> the posting was made. An amendment moving a session between two
*> closed months writes one line for each month it touches.
01 ppadj-record.
   05 ppa-posted-date       pic x(8).
   05 ppa-period            pic x(6).
   05 ppa-kind              pic x(1).
      88 ppa-session-logged    value "L".
      88 ppa-group-logged      value "G".
      88 ppa-session-amended   value "A".
      88 ppa-session-voided    value "V".
      88 ppa-claim-made        value "C".
*> The session id, or the claim id for a claim.
   05 ppa-ref-id            pic x(10).
   05 ppa-mentor-id         pic x(10).
*> The session's minutes - as logged, as amended, or as withdrawn by
*> a void - and the amount on a claim; zero where they do not apply.
   05 ppa-minutes           pic 9(4).
   05 ppa-amount            pic 9(4)v99.
   05 ppa-by                pic x(30).
   05 ppa-reason            pic x(60).
