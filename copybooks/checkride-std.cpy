*> Check-ride standard, one record per qualification level a check-ride
*> can award. The scenario list names the catalog codes the candidate
*> flies, in order, one character each (a code may repeat to fly the
*> same profile more than once); every one must be a scenario whose
*> version in effect requires exactly the target level. The ride
*> passes when at least the minimum number of attempts are GOOD
*> LANDING or better and no attempt is graded worse than the worst
*> outcome named here.
    05 StdTargetLevel         PIC X(1).
    05 StdSep0                PIC X(2).
    05 StdScenarioList        PIC X(6).
    05 StdSep1                PIC X(2).
    05 StdMinGoodCount        PIC 9(1).
    05 StdSep2                PIC X(2).
    05 StdWorstOutcome        PIC X(20).
