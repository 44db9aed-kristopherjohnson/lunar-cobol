*> the sequential mission log will not survive another year of growth
*> being eyeballed. This program keys in on an operator ID (primary
*> key) or a run date (alternate key) and lists that operator's or
*> day's missions: elapsed time, impact velocity, fuel left, outcome,
*> and the scenario and catalog version flown (a version of zero means
*> the mission predates version stamping). A mission an instructor has
*> debriefed shows its grade, read off the debrief master under the
*> same key.

IDENTIFICATION DIVISION.
PROGRAM-ID. HistoryInquiry.
        ALTERNATE RECORD KEY IS HistRunDate WITH DUPLICATES
        FILE STATUS IS MissionHistoryFileStatus.

    SELECT OPTIONAL MissionDebriefFile
        ASSIGN TO "data/mission-debrief.dat"
        ORGANIZATION INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS DbfKey
        FILE STATUS IS MissionDebriefFileStatus.

DATA DIVISION.
FILE SECTION.

01  MissionHistoryRecord.
    COPY "mission-history.cpy".

FD  MissionDebriefFile.
01  MissionDebriefRecord.
    COPY "mission-debrief.cpy".

WORKING-STORAGE SECTION.

01 BlankLine                  PIC X  VALUE SPACE.
    88 MissionHistoryNotFound VALUE "35".
    88 EndOfMissionHistory    VALUE "10".

01 MissionDebriefFileStatus   PIC XX.
    88 MissionDebriefFileOk   VALUE "00", "05".

01 DebriefFileFlag            PIC X  VALUE "N".
    88 DebriefFileIsOpen      VALUE "Y".

*> Operator console entries

01 MenuAnswer                 PIC X.
    02 FILLER                 PIC X(10)  VALUE "ELAPSED".
    02 FILLER                 PIC X(11)  VALUE "IMPACT".
    02 FILLER                 PIC X(10)  VALUE "FUEL".
    02 FILLER                 PIC X(22)  VALUE "OUTCOME".
    02 FILLER                 PIC X(8)   VALUE "SCENARIO".
    02 FILLER                 PIC X(7)   VALUE "  GRADE".

01 InquiryDetailLine.
    02 DetailOperatorId       PIC X(10).
    02 DetailFuelLeft         PIC X(8).
    02 FILLER                 PIC X(2)   VALUE SPACES.
    02 DetailOutcome          PIC X(20).
    02 FILLER                 PIC X(2)   VALUE SPACES.
    02 DetailScenarioCode     PIC X(1).
    02 DetailVersionSep       PIC X(2).
    02 DetailScenarioVersion  PIC 9(3).
    02 FILLER                 PIC X(4)   VALUE SPACES.
    02 DetailDebriefGrade     PIC X(1).

PROCEDURE DIVISION.

        STOP RUN
    END-IF

    OPEN INPUT MissionDebriefFile
    IF MissionDebriefFileOk THEN
        SET DebriefFileIsOpen TO TRUE
    END-IF

    DISPLAY "MISSION HISTORY INQUIRY"

    PERFORM WITH TEST AFTER UNTIL QuitRequested
    END-PERFORM

    CLOSE MissionHistory
    IF DebriefFileIsOpen THEN
        CLOSE MissionDebriefFile
    END-IF
    STOP RUN.

*> List every mission on file for one operator, in key order, by
    MOVE HistImpactVelocity  TO DetailImpactVelocity
    MOVE HistFuelLeft        TO DetailFuelLeft
    MOVE HistOutcomeCategory TO DetailOutcome
    MOVE HistScenarioCode    TO DetailScenarioCode
    MOVE " V"                TO DetailVersionSep
    IF HistScenarioVersion IS NUMERIC THEN
        MOVE HistScenarioVersion TO DetailScenarioVersion
    ELSE
        MOVE 0 TO DetailScenarioVersion
    END-IF
    MOVE SPACES TO DetailDebriefGrade
    IF DebriefFileIsOpen THEN
        MOVE HistKey TO DbfKey
        READ MissionDebriefFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE DbfGrade TO DetailDebriefGrade
        END-READ
    END-IF
    DISPLAY InquiryDetailLine
    EXIT.

