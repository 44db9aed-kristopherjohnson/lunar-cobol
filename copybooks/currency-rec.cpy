*> recommends flipping the active flag to inactive (the level has
*> nowhere further down to go). The run date says which currency run
*> produced the recommendation, so a stale file is recognizable.
*>
*> The lander writes the same layout to the upgrade recommendations
*> file when a check-ride is passed: action "U" recommends raising the
*> qualification to the new level, and the examiner who signed the
*> check-ride is carried alongside. Currency recommendations leave the
*> examiner blank.
    05 RecOperatorId          PIC X(10).
    05 RecSep0                PIC X(2).
    05 RecAction              PIC X(1).
    05 RecRunDate             PIC X(8).
    05 RecSep3                PIC X(2).
    05 RecReason              PIC X(30).
    05 RecSep4                PIC X(2).
    05 RecExaminerId          PIC X(10).
