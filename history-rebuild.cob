*> quarterly as a health check. The old master's records are saved to
*> a snapshot file before the rebuild overwrites them, so the report
*> can be re-verified against what the master actually said.
*> Each rebuilt record carries the scenario code and catalog version
*> stamped on its log record; a record logged before the version was
*> carried is rebuilt with version zero, meaning not known.

IDENTIFICATION DIVISION.
PROGRAM-ID. HistoryRebuild.
*> Raw image of each old-master record, written before the rebuild
*> overwrites the master and kept afterwards as the audit snapshot.
FD  MasterSnapshot.
01  MasterSnapshotRecord      PIC X(75).

FD  RebuildReport.
01  RebuildReportLine         PIC X(110).
        MOVE LogImpactVelocity   TO HistImpactVelocity
        MOVE LogFuelLeft         TO HistFuelLeft
        MOVE LogOutcomeCategory  TO HistOutcomeCategory
        MOVE LogScenarioCode     TO HistScenarioCode
        IF LogScenarioVersion IS NUMERIC THEN
            MOVE LogScenarioVersion TO HistScenarioVersion
        ELSE
            MOVE 0 TO HistScenarioVersion
        END-IF
        PERFORM WITH TEST AFTER
                UNTIL HistoryWasWritten OR HistMissionSeq = 0
            WRITE MissionHistoryRecord
