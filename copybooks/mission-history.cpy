*> keyed by operator plus run date/time plus a mission sequence number
*> so back-to-back missions in one batch run stay distinct. The
*> numeric fields carry the same display-edited form as the mission
*> log so the two files read alike. The scenario code and version
*> are the catalog entry the mission was flown under, as stamped on
*> the mission log.
    05 HistKey.
        10 HistOperatorId     PIC X(10).
        10 HistRunDate        PIC X(8).
    05 HistImpactVelocity     PIC -(4)9.99.
    05 HistFuelLeft           PIC -(4)9.99.
    05 HistOutcomeCategory    PIC X(20).
    05 HistScenarioCode       PIC X(1).
    05 HistScenarioVersion    PIC 9(3).
