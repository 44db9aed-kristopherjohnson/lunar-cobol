*> Instructor debrief record, one per mission debriefed, keyed exactly
*> as the mission-history master keys the mission's touchdown record:
*> the operator who brought it to Contact, the run stamp, and the
*> history sequence number (zero when the mission has no history
*> record). A history record can therefore be joined to its debrief
*> by reading this file with the history key. The grade is S
*> (satisfactory), N (needs work) or U (unsatisfactory), given by a
*> C-level instructor. The seed and the mission's place in its
*> session say which regenerated anomaly set the debrief was given
*> against.
    05 DbfKey.
        10 DbfOperatorId      PIC X(10).
        10 DbfRunDate         PIC X(8).
        10 DbfRunTime         PIC X(6).
        10 DbfMissionSeq      PIC 9(3).
    05 DbfInstructorId        PIC X(10).
    05 DbfGrade               PIC X(1).
        88 DbfGradeSatisfactory   VALUE "S".
        88 DbfGradeNeedsWork      VALUE "N".
        88 DbfGradeUnsatisfactory VALUE "U".
    05 DbfDebriefDate         PIC X(8).
    05 DbfDebriefTime         PIC X(6).
    05 DbfOutcomeCategory     PIC X(20).
    05 DbfDispersionSeed      PIC 9(9).
    05 DbfSessionMission      PIC 9(3).
    05 DbfRemarkLine OCCURS 3 TIMES  PIC X(60).
