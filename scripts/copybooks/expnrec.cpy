*> and inside the rate cap); the monthly payment extract picks up
*> claimed records, hands them to finance and marks them paid, and
*> the mentor statements show what was claimed and paid. Amounts are
*> pounds and pence. Finance's remittance file is read back by the
*> nightly remittance step: a payment their BACS run rejected goes
*> to "F" (payment failed) with the reason finance gave and its paid
*> date cleared, and the next payment extract picks it up again.
01 expense-record.
   05 exp-id                pic x(10).
   05 exp-sess-id           pic x(10).
   05 exp-status            pic x(1).
      88 exp-is-claimed        value "C".
      88 exp-is-paid           value "P".
      88 exp-payment-failed    value "F".
   05 exp-paid-date         pic x(8).
*> The date of the remittance result last applied to the claim -
*> confirmed or failed - and, on a failure, finance's reason. Blank
*> until a result comes back, and on records written before the
*> fields existed.
   05 exp-remit-date        pic x(8).
   05 exp-fail-reason       pic x(40).
