*> itself out. Blank (including keys issued before the field
*> existed) or zero means no quota.
   05 ak-monthly-quota      pic x(8).
*> The one mentor a partner-portal key may read the summary of -
*> their PERSON-MASTER id, set when operations issue a key behind a
*> mentor login. A partner key with this blank reads no mentor's
*> summary; other scopes ignore it. Blank on keys issued before the
*> field existed.
   05 ak-person-id          pic x(10).
