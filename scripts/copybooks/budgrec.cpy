*> PROGRAMME-BUDGET record - one per funded programme and financial
*> year (April to March, the year named by the April it starts in),
*> keyed on the two together. Set and revised through the programme
*> maintenance transaction (progadm.cob, action=budget): what the
*> grant allows for mentor travel expenses, what it allows for venue
*> costs, and the grant income expected for the year. The monthly
*> budget report sets committed and paid expense claims against the
*> expenses line and forecasts the year end. Amounts are pounds and
*> pence.
01 budget-record.
   05 bud-key.
      10 bud-programme      pic x(4).
      10 bud-year           pic 9(4).
   05 bud-expense-budget    pic 9(7)v99.
   05 bud-venue-budget      pic 9(7)v99.
   05 bud-grant-income      pic 9(7)v99.
   05 bud-updated-date      pic x(8).
