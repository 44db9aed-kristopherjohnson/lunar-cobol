*> K in effect drifts past tolerance is reported, so a drifting deck
*> (or a descent flown off-profile) is caught on paper before it
*> fails in the batch window.
*>
*> The replay has to use the physics the descent was actually flown
*> under, not whatever the catalog says today. The recorder holds the
*> scenario's most recent descent, so the job looks up the last
*> mission for the scenario on the mission log - the archive
*> generations first, then the live log, so a descent flown before
*> the last archive cut is still found - and replays the catalog
*> version stamped on it; a mission logged before the stamp was
*> carried replays the version in effect on its run date, and with no
*> mission on the log at all the version in effect today.

IDENTIFICATION DIVISION.
PROGRAM-ID. FlightCompare.
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS MissionConfigFileStatus.

    SELECT MissionLog ASSIGN TO "data/mission-log.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS MissionLogFileStatus.

    SELECT OPTIONAL ArchiveIndex ASSIGN TO "data/mission-log-archives.dat"
        ORGANIZATION LINE SEQUENTIAL.

    SELECT ArchiveLog ASSIGN TO ArchiveLogFileName
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS ArchiveLogFileStatus.

    SELECT FlightRecorder ASSIGN TO "data/flight-recorder.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS FlightRecorderFileStatus.
01  MissionConfigRecord.
    COPY "mission-params.cpy".

FD  MissionLog.
01  MissionLogBuffer          PIC X(132).

FD  ArchiveIndex.
01  ArchiveIndexRecord        PIC X(64).

FD  ArchiveLog.
01  ArchiveLogBuffer          PIC X(132).

FD  FlightRecorder.
01  FlightRecorderRecord.
    COPY "flight-recorder.cpy".
    88 ScenarioWasFound       VALUE "Y".

01 SelectedScenarioName       PIC X(20).
01 SelectedScenarioVersion    PIC 9(3)  VALUE 0.

*> Which version the recorded descent was flown under, taken from the
*> scenario's last mission on the archive generations and live log.

01 LogRecordWork.
    COPY "mission-log.cpy".
01 LogControlWork REDEFINES LogRecordWork.
    COPY "log-control.cpy".

01 MissionLogStatus           PIC X  VALUE "N".
    88 EndOfMissionLog        VALUE "Y".

01 MissionLogFileStatus       PIC XX.
    88 MissionLogFileOk       VALUE "00".
    88 MissionLogNotFound     VALUE "35".

*> Archive generations listed in the archive index, read ahead of the
*> live log so the last mission found is the last one flown.

01 ArchiveLogFileName         PIC X(64).

01 ArchiveLogFileStatus       PIC XX.
    88 ArchiveLogFileOk       VALUE "00".

01 ArchiveIndexStatus         PIC X  VALUE "N".
    88 EndOfArchiveIndex      VALUE "Y".

01 ArchiveLogStatus           PIC X.
    88 EndOfArchiveLog        VALUE "Y".

01 ArchiveLimit               PIC 99  VALUE 20  USAGE COMP.

01 ArchiveTable.
    02 ArchiveGenCount        PIC 99  VALUE 0  USAGE COMP.
    02 ArchiveGenName OCCURS 20 TIMES  PIC X(64).

01 ArchiveGenIndex            PIC 99  USAGE COMP.

01 FlownVersion               PIC 9(3)  VALUE 0.
01 FlownDate                  PIC X(8).

01 FlownFoundFlag             PIC X  VALUE "N".
    88 FlownMissionWasFound   VALUE "Y".

*> Recorder file handling

    PERFORM WITH TEST AFTER UNTIL ScenarioWasFound
        DISPLAY "ENTER SCENARIO NUMBER:" NO ADVANCING
        ACCEPT SelectedScenarioCode
        PERFORM FindFlownVersion
        PERFORM LoadMissionParameters
        IF NOT ScenarioWasFound THEN
            DISPLAY "NOT POSSIBLE"
    END-IF
    STOP RUN.

*> Find the scenario's last mission on the log - control lines and
*> relief handovers are not missions - and note the version it was
*> flown under, or failing a stamp, the date it was flown. A listed
*> generation missing from disk is reported and passed over.
FindFlownVersion.
    MOVE "N" TO MissionLogStatus
    MOVE "N" TO FlownFoundFlag
    MOVE 0 TO FlownVersion
    MOVE RunDate TO FlownDate

    PERFORM LoadArchiveIndex
    PERFORM VARYING ArchiveGenIndex FROM 1 BY 1
            UNTIL ArchiveGenIndex > ArchiveGenCount
        PERFORM ReadOneArchive
    END-PERFORM

    OPEN INPUT MissionLog
    IF NOT MissionLogNotFound THEN
        PERFORM UNTIL EndOfMissionLog
            READ MissionLog
                AT END
                    SET EndOfMissionLog TO TRUE
                NOT AT END
                    MOVE MissionLogBuffer TO LogRecordWork
                    PERFORM NoteFlownMission
            END-READ
        END-PERFORM
        CLOSE MissionLog
    END-IF
    EXIT.

LoadArchiveIndex.
    MOVE 0 TO ArchiveGenCount
    MOVE "N" TO ArchiveIndexStatus
    OPEN INPUT ArchiveIndex
    PERFORM UNTIL EndOfArchiveIndex
        READ ArchiveIndex
            AT END
                SET EndOfArchiveIndex TO TRUE
            NOT AT END
                IF ArchiveGenCount < ArchiveLimit THEN
                    ADD 1 TO ArchiveGenCount
                    MOVE ArchiveIndexRecord
                        TO ArchiveGenName(ArchiveGenCount)
                ELSE
                    DISPLAY "ARCHIVE GENERATION NOT READ: "
                        FUNCTION TRIM(ArchiveIndexRecord)
                END-IF
        END-READ
    END-PERFORM
    CLOSE ArchiveIndex
    EXIT.

ReadOneArchive.
    MOVE ArchiveGenName(ArchiveGenIndex) TO ArchiveLogFileName
    MOVE "N" TO ArchiveLogStatus
    OPEN INPUT ArchiveLog
    IF NOT ArchiveLogFileOk THEN
        DISPLAY "ARCHIVE GENERATION NOT FOUND: "
            FUNCTION TRIM(ArchiveLogFileName)
    ELSE
        PERFORM UNTIL EndOfArchiveLog
            READ ArchiveLog
                AT END
                    SET EndOfArchiveLog TO TRUE
                NOT AT END
                    MOVE ArchiveLogBuffer TO LogRecordWork
                    PERFORM NoteFlownMission
            END-READ
        END-PERFORM
        CLOSE ArchiveLog
    END-IF
    EXIT.

NoteFlownMission.
    IF CtlMarker NOT = "*CONTROL*"
            AND LogOutcomeCategory NOT = "RELIEF HANDOVER"
            AND LogScenarioCode = SelectedScenarioCode THEN
        SET FlownMissionWasFound TO TRUE
        MOVE LogRunDate TO FlownDate
        IF LogScenarioVersion IS NUMERIC THEN
            MOVE LogScenarioVersion TO FlownVersion
        ELSE
            MOVE 0 TO FlownVersion
        END-IF
    END-IF
    EXIT.

*> Read the SelectedScenarioCode's mission-parameter record for the
*> version the descent was flown under: the stamped version exactly,
*> otherwise the latest version in effect on the flown date, or the
*> scenario's first version if the date predates them all. Retired
*> versions carry no physics of their own and are passed over.
LoadMissionParameters.
    MOVE "N" TO MissionConfigStatus
    MOVE "N" TO ScenarioFoundFlag
    MOVE 0 TO SelectedScenarioVersion

    OPEN INPUT MissionConfig
    IF MissionConfigNotFound THEN
                SET EndOfMissionConfig TO TRUE
            NOT AT END
                IF ScenarioCode = SelectedScenarioCode THEN
                    IF FlownVersion > 0 THEN
                        IF CfgVersion = FlownVersion THEN
                            PERFORM TakeScenarioVersion
                        END-IF
                    ELSE
                        IF CfgStatus NOT = "R"
                                AND (NOT ScenarioWasFound
                                    OR CfgEffectiveDate <= FlownDate)
                                THEN
                            PERFORM TakeScenarioVersion
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE MissionConfig
    EXIT.

TakeScenarioVersion.
    MOVE CfgAltitude    TO Altitude
    MOVE CfgWeight      TO Weight
    MOVE CfgEmptyWeight TO EmptyWeight
    MOVE CfgGravity     TO Gravity
    MOVE CfgThrust      TO Z
    MOVE ScenarioName   TO SelectedScenarioName
    MOVE CfgVersion     TO SelectedScenarioVersion
    SET ScenarioWasFound TO TRUE
    EXIT.

WriteReportHeader.
    MOVE SPACES TO CompareReportLine
    STRING "FLIGHT RECORDER VS CERTIFIED PROFILE  RUN: "
    WRITE CompareReportLine
    MOVE SPACES TO CompareReportLine
    STRING "SCENARIO: " SelectedScenarioCode ") " SelectedScenarioName
        "  VERSION " SelectedScenarioVersion
        DELIMITED BY SIZE INTO CompareReportLine
    WRITE CompareReportLine
    MOVE SPACES TO CompareReportLine
    EVALUATE TRUE
        WHEN FlownVersion > 0
            STRING "PHYSICS: VERSION STAMPED ON THE LAST MISSION, "
                "FLOWN " FlownDate
                DELIMITED BY SIZE INTO CompareReportLine
        WHEN FlownMissionWasFound
            STRING "PHYSICS: VERSION IN EFFECT WHEN THE LAST MISSION "
                "WAS FLOWN, " FlownDate
                DELIMITED BY SIZE INTO CompareReportLine
        WHEN OTHER
            STRING "PHYSICS: NO MISSION ON THE LOG - VERSION IN "
                "EFFECT TODAY"
                DELIMITED BY SIZE INTO CompareReportLine
    END-EVALUATE
    WRITE CompareReportLine
    MOVE SPACES TO CompareReportLine
    WRITE CompareReportLine
    MOVE "DIVERGENT STEPS (PREDICTED VS ACTUAL)" TO CompareReportLine
    WRITE CompareReportLine
