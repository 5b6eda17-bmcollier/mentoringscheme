*> CLOSURE record - one day the scheme is closed (Christmas, bank
*> holidays, the August shutdown), keyed on the date. Maintained by
*> closadm.cob through the API, a whole range of days in one call.
*> booking.cob refuses a meeting on a closure day and the reminder
*> step sends nothing for one; the stalled-pairs window, the review
*> clock and the complaint response deadlines count only open days,
*> through closday.cob.
01 closure-record.
   05 clos-date             pic x(8).
   05 clos-reason           pic x(40).
   05 clos-added-date       pic x(8).
