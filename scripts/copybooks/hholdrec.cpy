*> HOUSEHOLD link record - one per person who belongs to a
*> household, in data/household.dat keyed on the person id, with the
*> household id an alternate key (duplicates allowed) so every
*> member of one household can be read together. Siblings, and a
*> parent who also volunteers as a mentor, share a household id;
*> a person belongs to one household at most. Maintained through
*> the households API route; the matching run never pairs a mentee
*> with a mentor from their own household, the withdrawal and
*> consent transactions list the other members for the coordinator
*> to consider, and the duplicate report does not offer members
*> who share a contact as duplicates of one another.
01 household-record.
   05 hh-person-id          pic x(10).
   05 hh-household-id       pic x(10).
*> How the person stands in the household as the coordinator gave
*> it ("parent", "child", "carer" ...) - free text, blank if not
*> given.
   05 hh-relation           pic x(12).
   05 hh-linked-date        pic x(8).
   05 hh-linked-by          pic x(30).
