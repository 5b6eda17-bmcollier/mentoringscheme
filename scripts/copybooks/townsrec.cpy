*> carries the old code can be resolved.
   05 town-successor        pic x(6).
   05 town-merged-date      pic x(8).
*> The coordinator who owns the town's pairings and waiting mentees
*> unless a match names its own, off the COORDINATOR reference.
*> Blank on records written before the field existed.
   05 town-coordinator-id   pic x(8).
