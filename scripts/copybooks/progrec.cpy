   05 prog-funder           pic x(30).
   05 prog-active-flag      pic x(1).
      88 prog-is-active        value "Y".
*> The oldest a mentee may be and still be mentored under this
*> programme - the nightly age-out check lists mentees coming up to
*> it so their exit can be planned. Zero or blank (including every
*> record from before the field existed) takes the AGEOUT_MAX_AGE
*> default.
   05 prog-max-age          pic 9(3).
