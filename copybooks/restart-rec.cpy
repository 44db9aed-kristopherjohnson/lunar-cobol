*> Mid-mission checkpoint record, one per operator in
*> data/restart-<operator>.dat, rewritten at the end of every turn.
*> The physics fields carry the full working-storage precision so a
*> resumed descent continues from exactly the same state; the game-
*> over flag is 1 once the mission has reached an outcome, and the
*> scenario code and phase flag say which catalog scenario the
*> checkpoint belongs to and whether it was taken during the ascent,
*> and the scenario version says which version of it was loaded, so
*> a resume flies on under the same catalog entry even if a newer
*> version has taken effect since.
    05 RstAltitude            PIC S9(6)V9(10).
    05 RstVelocity            PIC S9(6)V9(10).
    05 RstWeight              PIC S9(6)V9(10).
    05 RstEmptyWeight         PIC S9(6)V9(10).
    05 RstGravity             PIC S9(6)V9(10).
    05 RstThrust              PIC S9(6)V9(10).
    05 RstElapsedTime         PIC S9(6)V9(10).
    05 RstGameOverFlag        PIC 9.
    05 RstScenarioCode        PIC X(1).
    05 RstPhaseFlag           PIC X(1).
    05 RstScenarioVersion     PIC 9(3).
