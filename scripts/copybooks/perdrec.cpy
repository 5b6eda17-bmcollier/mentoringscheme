*> CLOSED-PERIOD record - one per calendar month closed by the
*> month-end close step (mthclose.cob), once that month's statements,
*> payment extract and grant claim have gone to finance. Keyed on the
*> month. From then on the session capture, correction and claim
*> routes refuse any posting dated in the month unless the caller
*> gives an override reason, and each overridden posting is logged
*> as a prior-period adjustment (ppadjrec.cpy). The totals are the
*> month's figures as they stood at the close - sessions and minutes
*> by session date, corrections applied, and claims made in the
*> month - so a later query can be answered against what was sent.
01 period-record.
   05 per-month             pic x(6).
   05 per-closed-date       pic x(8).
   05 per-closed-time       pic x(6).
   05 per-closed-by         pic x(30).
   05 per-sessions          pic 9(6).
   05 per-minutes           pic 9(8).
   05 per-claims            pic 9(6).
   05 per-claimed           pic 9(6)v99.
