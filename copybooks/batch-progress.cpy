*> Scenario-deck batch progress, one record per event, appended (and
*> the file closed again) as each happens so a run that dies leaves
*> behind exactly what it finished. A fresh deck run rewrites the file
*> with a START record; each profile that reaches its end adds a DONE
*> record for its deck position; a run that reaches the end of the
*> deck adds an END record. A file with no END record is a run that
*> ended abnormally: a restart adds a RESTART record and flies only
*> the positions with no DONE record. Every record carries the deck
*> run stamp of the START record, so all the attempts at one deck
*> hang together; the run stamp is the record's own - the restart
*> run's sign-on, or the mission a DONE record stands for - and the
*> outcome is the mission's final one.
    05 PrgRecordType          PIC X(7).
    05 PrgSep0                PIC X(2).
    05 PrgDeckRunDate         PIC X(8).
    05 PrgDeckRunTime         PIC X(6).
    05 PrgSep1                PIC X(2).
    05 PrgDeckPosition        PIC 9(4).
    05 PrgSep2                PIC X(2).
    05 PrgScenarioCode        PIC X(1).
    05 PrgSep3                PIC X(2).
    05 PrgOperatorId          PIC X(10).
    05 PrgSep4                PIC X(2).
    05 PrgRunDate             PIC X(8).
    05 PrgRunTime             PIC X(6).
    05 PrgSep5                PIC X(2).
    05 PrgOutcome             PIC X(20).
