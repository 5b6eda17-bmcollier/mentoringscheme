*> after midnight before this job ran - stays on the live log, so
*> no entry ever lands in a generation the access query's month
*> walk would not open. The live log stays small while the history
*> stays retrievable, by month, for the retention period. Lines are
*> moved exactly as written and in their order, so each keeps its
*> chain check value and the chain runs on from the generation into
*> whatever stays live.

environment division.
input-output section.
