*> Check-ride record, one per check-ride flown, appended by the lander
*> when the last attempt is graded. It names the candidate and the
*> examiner who signed on beside them, the session's run stamp, the
*> level the candidate held and the level examined for, the dispersion
*> seed (so the anomaly set can be re-flown), and each attempt's
*> scenario, catalog version, mission run stamp, and outcome, with the
*> verdict against the check-ride standard and the reason for it.
    05 ChkCandidateId         PIC X(10).
    05 ChkSep0                PIC X(2).
    05 ChkExaminerId          PIC X(10).
    05 ChkSep1                PIC X(2).
    05 ChkRunDate             PIC X(8).
    05 ChkRunTime             PIC X(6).
    05 ChkSep2                PIC X(2).
    05 ChkFromLevel           PIC X(1).
    05 ChkTargetLevel         PIC X(1).
    05 ChkSep3                PIC X(2).
    05 ChkDispersionSeed      PIC 9(9).
    05 ChkSep4                PIC X(2).
    05 ChkAttemptCount        PIC 9(1).
    05 ChkGoodCount           PIC 9(1).
    05 ChkSep5                PIC X(2).
    05 ChkVerdict             PIC X(4).
    05 ChkSep6                PIC X(2).
    05 ChkReason              PIC X(30).
    05 ChkAttempt OCCURS 6 TIMES.
        10 ChkAttSep0         PIC X(2).
        10 ChkAttScenarioCode PIC X(1).
        10 ChkAttScenarioVersion PIC 9(3).
        10 ChkAttSep1         PIC X(1).
        10 ChkAttRunDate      PIC X(8).
        10 ChkAttRunTime      PIC X(6).
        10 ChkAttSep2         PIC X(1).
        10 ChkAttOutcome      PIC X(20).
