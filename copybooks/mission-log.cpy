*> a mission flown with dispersion mode off, so an examiner can
*> re-fly the exact anomaly set behind any disputed grade. The
*> scenario code ties the record back to its MISSION-CONFIG entry so
*> the cost-accounting run can price the fuel the mission burned,
*> and the scenario version says which version of that entry the
*> lander actually loaded - zeros (or spaces, on records logged
*> before versions were carried) mean the version is not known and
*> readers fall back to the version in effect on the run date.
    05 LogOperatorId          PIC X(10).
    05 LogSep0                PIC X(2).
    05 LogRunDate             PIC X(8).
    05 LogDispersionSeed      PIC 9(9).
    05 LogSep6                PIC X(2).
    05 LogScenarioCode        PIC X(1).
    05 LogSep7                PIC X(2).
    05 LogScenarioVersion     PIC 9(3).
