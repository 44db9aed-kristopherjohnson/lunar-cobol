*> Post-flight instructor debrief packet for one mission. A dispersion
*> mission cannot be debriefed from the screen: the lander hides the
*> thrust degrade, gravity and fuel offsets and the stuck-gauge turn
*> from the operator on purpose, and logs only the session seed. This
*> program takes an operator and a mission run stamp and prints one
*> packet (data/mission-debrief-packet.txt, shown on the console as it
*> is written) with:
*>
*>   - the mission's outcome line(s) from the mission log, touchdown
*>     and any ascent, and every RELIEF HANDOVER line for the run;
*>   - the rejected K entries from the exception log for the run,
*>     with the elapsed time each was keyed at;
*>   - the anomaly set regenerated from the logged seed with the
*>     lander's own generator and draw order;
*>   - the fuel charge, priced off the catalog and the rate card the
*>     way CostReport prices it, so the two always agree.
*>
*> The mission may be named by either operator of a relieved mission.
*> Archive generations are read ahead of the live log, as the reports
*> do, so a mission the month-end cut has moved is still found.
*>
*> Every fresh mission of a dispersion session draws its anomalies
*> from the one generator, so the set depends on how many missions
*> the session had flown before it. The session is taken as the run
*> of log records carrying the same seed with an unbroken chain of
*> operators - a relief handover passes the chain to the relieving
*> operator - and the packet states which mission of the session it
*> took this to be. Two sessions signed on back to back by the same
*> operator with the same seed read as one session, and a mission
*> resumed from a checkpoint drew nothing in the session that
*> finished it; the instructor can see both on the log.
*>
*> The C-level instructor's grade and remarks are filed on the
*> debrief master (mission-debrief.cpy) under the mission's history
*> key, so HistoryInquiry shows them beside the mission. A mission
*> already debriefed shows its grade and is only regraded on request.

IDENTIFICATION DIVISION.
PROGRAM-ID. MissionDebrief.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL MissionLog ASSIGN TO "data/mission-log.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS MissionLogFileStatus.

    SELECT OPTIONAL ArchiveIndex ASSIGN TO "data/mission-log-archives.dat"
        ORGANIZATION LINE SEQUENTIAL.

    SELECT ArchiveLog ASSIGN TO ArchiveLogFileName
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS ArchiveLogFileStatus.

    SELECT OPTIONAL ExceptionLog ASSIGN TO "data/exception-log.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS ExceptionLogFileStatus.

    SELECT MissionConfig ASSIGN TO "data/mission-config.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS MissionConfigFileStatus.

    SELECT FuelCostRate ASSIGN TO "data/fuel-cost-rate.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS FuelCostRateFileStatus.

    SELECT OperatorMaster ASSIGN TO "data/operator-master.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS OperatorMasterFileStatus.

    SELECT MissionHistory ASSIGN TO "data/mission-history.dat"
        ORGANIZATION INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HistKey
        ALTERNATE RECORD KEY IS HistRunDate WITH DUPLICATES
        FILE STATUS IS MissionHistoryFileStatus.

    SELECT OPTIONAL MissionDebriefFile
        ASSIGN TO "data/mission-debrief.dat"
        ORGANIZATION INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS DbfKey
        FILE STATUS IS MissionDebriefFileStatus.

    SELECT DebriefPacket ASSIGN TO "data/mission-debrief-packet.txt"
        ORGANIZATION LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.

*> The live log and the archive generations share one record layout,
*> so both files read into raw buffers that are unpacked through the
*> copybook layout in working storage.
FD  MissionLog.
01  MissionLogBuffer          PIC X(132).

FD  ArchiveIndex.
01  ArchiveIndexRecord        PIC X(64).

FD  ArchiveLog.
01  ArchiveLogBuffer          PIC X(132).

FD  ExceptionLog.
01  ExceptionLogRecord.
    COPY "exception-log.cpy".

FD  MissionConfig.
01  MissionConfigRecord.
    COPY "mission-params.cpy".

FD  FuelCostRate.
01  FuelCostRateRecord.
    COPY "fuel-cost-rate.cpy".

FD  OperatorMaster.
01  OperatorMasterRecord.
    COPY "operator-master.cpy".

FD  MissionHistory.
01  MissionHistoryRecord.
    COPY "mission-history.cpy".

FD  MissionDebriefFile.
01  MissionDebriefRecord.
    COPY "mission-debrief.cpy".

FD  DebriefPacket.
01  DebriefPacketLine         PIC X(90).

WORKING-STORAGE SECTION.

01 BlankLine                  PIC X  VALUE SPACE.

01 LogRecordWork.
    COPY "mission-log.cpy".
01 LogControlWork REDEFINES LogRecordWork.
    COPY "log-control.cpy".

01 MissionLogStatus           PIC X  VALUE "N".
    88 EndOfMissionLog        VALUE "Y".

01 MissionLogFileStatus       PIC XX.
    88 MissionLogFileOk       VALUE "00", "05".

*> Archive generations listed in the archive index, read ahead of the
*> live log. A generation that cannot be read is reported on the
*> packet and the search goes on without it.

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
01 ArchiveOverflowCount       PIC 9(4)  VALUE 0  USAGE COMP.
01 MissingArchiveCount        PIC 9(4)  VALUE 0  USAGE COMP.

01 ExceptionLogFileStatus     PIC XX.
    88 ExceptionLogFileOk     VALUE "00", "05".

01 ExceptionLogStatus         PIC X  VALUE "N".
    88 EndOfExceptionLog      VALUE "Y".

*> Scenario catalog, retired versions left out, with each version's
*> fuel load and charge-back rate - the price table CostReport builds.

01 MissionConfigStatus        PIC X  VALUE "N".
    88 EndOfMissionConfig     VALUE "Y".

01 MissionConfigFileStatus    PIC XX.
    88 MissionConfigFileOk    VALUE "00".
    88 MissionConfigNotFound  VALUE "35".

01 FuelCostRateFileStatus     PIC XX.
    88 FuelCostRateFileOk     VALUE "00".
    88 FuelCostRateNotFound   VALUE "35".

01 FuelCostRateStatus         PIC X  VALUE "N".
    88 EndOfFuelCostRate      VALUE "Y".

01 RateCardFlag               PIC X  VALUE "N".
    88 RateCardIsOnFile       VALUE "Y".

01 CatalogLimit               PIC 99  VALUE 99  USAGE COMP.

01 CatalogTable.
    02 CatalogCount           PIC 99  VALUE 0  USAGE COMP.
    02 CatalogEntry OCCURS 99 TIMES.
        03 CatScenarioCode    PIC X(1).
        03 CatScenarioName    PIC X(20).
        03 CatVersion         PIC 9(3).
        03 CatEffectiveDate   PIC X(8).
        03 CatFuelLoad        PIC 9(6).
        03 CatCostPerPound    PIC 9(3)V99.
        03 CatRateOnFileFlag  PIC X(1).
            88 CatRateIsOnFile VALUE "Y".

01 CatalogIndex               PIC 99  USAGE COMP.
01 FoundCatalogIndex          PIC 99  USAGE COMP.

01 CatalogFoundFlag           PIC X  VALUE "N".
    88 CatalogWasFound        VALUE "Y".

01 OperatorMasterFileStatus   PIC XX.
    88 OperatorMasterFileOk   VALUE "00".

01 OperatorMasterStatus       PIC X.
    88 EndOfOperatorMaster    VALUE "Y".

01 MissionHistoryFileStatus   PIC XX.
    88 MissionHistoryFileOk   VALUE "00".

01 MissionDebriefFileStatus   PIC XX.
    88 MissionDebriefFileOk   VALUE "00", "05".

01 DebriefFileFlag            PIC X  VALUE "N".
    88 DebriefFileIsOpen      VALUE "Y".

01 DebriefOnFileFlag          PIC X  VALUE "N".
    88 DebriefIsOnFile        VALUE "Y".

*> The mission asked for.

01 DebriefOperatorId          PIC X(10).

01 DebriefStamp.
    02 DebriefRunDate         PIC X(8).
    02 DebriefRunTime         PIC X(6).

01 RecordStamp.
    02 RecordRunDate          PIC X(8).
    02 RecordRunTime          PIC X(6).

*> Every log line of the mission, in log order: handovers, the
*> touchdown record and any ascent record, as raw log images.

01 MissionLineLimit           PIC 99  VALUE 12  USAGE COMP.

01 MissionLineTable.
    02 MissionLineCount       PIC 99  VALUE 0  USAGE COMP.
    02 MissionLineImage OCCURS 12 TIMES  PIC X(132).

01 MissionLineIndex           PIC 99  USAGE COMP.
01 MissionLineOverflowCount   PIC 9(4)  VALUE 0  USAGE COMP.
01 OtherMissionSameStampCount PIC 9(4)  VALUE 0  USAGE COMP.

*> Everyone who had the con on the mission; a rejected K entry keyed
*> by any of them belongs to it.

01 MissionOperatorLimit       PIC 99  VALUE 12  USAGE COMP.

01 MissionOperatorTable.
    02 MissionOperatorCount   PIC 99  VALUE 0  USAGE COMP.
    02 MissionOperatorId OCCURS 12 TIMES  PIC X(10).

01 MissionOperatorIndex       PIC 99  USAGE COMP.
01 CandidateOperatorId        PIC X(10).
01 RelievedOperatorId         PIC X(10).

01 MissionOperatorFlag        PIC X  VALUE "N".
    88 MissionOperatorFound   VALUE "Y".

01 OperatorMatchFlag          PIC X  VALUE "N".
    88 OperatorFlewMission    VALUE "Y".

01 OutcomeFoundFlag           PIC X  VALUE "N".
    88 OutcomeWasFound        VALUE "Y".

01 DescentFoundFlag           PIC X  VALUE "N".
    88 DescentWasFound        VALUE "Y".

01 AscentFoundFlag            PIC X  VALUE "N".
    88 AscentWasFound         VALUE "Y".

01 RecordPhaseFlag            PIC X.
    88 RecordIsAscent         VALUE "A".

*> The mission's key facts, taken off its first outcome record.

01 MissionOutcomeOperator     PIC X(10).
01 MissionOutcomeCategory     PIC X(20).
01 MissionScenarioCode        PIC X(1).
01 MissionScenarioVersion     PIC 9(3).
01 MissionSeed                PIC 9(9)  VALUE 0.
01 MissionOrdinal             PIC 9(3)  VALUE 0.
01 MissionHistorySeq          PIC 9(3)  VALUE 0.

01 HistorySeqFlag             PIC X  VALUE "N".
    88 HistorySeqWasFound     VALUE "Y".

01 DescentFuelLeft            PIC S9(5)V99  VALUE 0.
01 AscentFuelLeft             PIC S9(5)V99  VALUE 0.

*> Dispersion session being followed down the log.

01 RecordSeed                 PIC 9(9).
01 SessionSeed                PIC 9(9)  VALUE 0.
01 SessionOperatorId          PIC X(10)  VALUE SPACES.
01 SessionMissionCount        PIC 9(3)  VALUE 0  USAGE COMP.

*> The lander's generator, replayed.

01 RandomState                PIC 9(9)   USAGE COMP.
01 RandomWork                 PIC 9(18)  USAGE COMP.
01 SkipDrawCount              PIC 9(5)   USAGE COMP.
01 DrawIndex                  PIC 9(5)   USAGE COMP.

01 ThrustDegradePct           PIC 9      USAGE COMP.
01 GravityOffsetPct           PIC S9     USAGE COMP.
01 FuelOffsetPct              PIC S9     USAGE COMP.
01 StuckTurnNumber            PIC 9(4)   USAGE COMP.

01 ThrustPctDisplay           PIC +9.
01 GravityPctDisplay          PIC +9.
01 FuelPctDisplay             PIC +9.
01 StuckTurnDisplay           PIC Z9.
01 SeedDisplay                PIC 9(9).
01 OrdinalDisplay             PIC ZZ9.

*> Fuel charge

01 PoundsBurned               PIC S9(7)V99.
01 MissionCost                PIC S9(7)V99.
01 TotalCost                  PIC S9(7)V99  VALUE 0.
01 FuelLeftValue              PIC S9(5)V99.

01 ChargeFlag                 PIC X  VALUE "Y".
    88 ChargeIsComplete       VALUE "Y".

01 ChargeLine.
    02 FILLER                 PIC X(2)   VALUE SPACES.
    02 ChgPhase               PIC X(10).
    02 ChgPounds              PIC -(6)9.99.
    02 FILLER                 PIC X(6)   VALUE " LB @ ".
    02 ChgRate                PIC $$$9.99.
    02 FILLER                 PIC X(4)   VALUE SPACES.
    02 ChgCost                PIC $$,$$$,$$9.99.

01 TotalCostDisplay           PIC $$,$$$,$$9.99.

*> Instructor's debrief entries

01 InstructorAnswer           PIC X(10).
01 InstructorName             PIC X(20).

01 InstructorFlag             PIC X  VALUE "N".
    88 InstructorIsValid      VALUE "Y".

01 InstructorFoundFlag        PIC X.
    88 InstructorWasFound     VALUE "Y".

01 GradeAnswer                PIC X.
    88 GradeIsValid           VALUE "S", "N", "U".

01 RemarkAnswer               PIC X(60).
01 RemarkIndex                PIC 9  USAGE COMP.

01 RemarksDoneFlag            PIC X.
    88 RemarksAreDone         VALUE "Y".

01 ConfirmAnswer              PIC X.
    88 ConfirmedYes           VALUE "Y", "y".

01 GradingFlag                PIC X  VALUE "N".
    88 GradingIsWanted        VALUE "Y".

01 GradeFiledFlag             PIC X  VALUE "N".
    88 GradeWasFiled          VALUE "Y".

01 DebriefKeyHold             PIC X(27).

01 GradeText                  PIC X(16).

*> Packet formatting

01 PacketLine                 PIC X(90).

01 LogLineHeadings.
    02 FILLER                 PIC X(12)  VALUE "  OPERATOR".
    02 FILLER                 PIC X(10)  VALUE "ELAPSED".
    02 FILLER                 PIC X(10)  VALUE "IMPACT".
    02 FILLER                 PIC X(10)  VALUE "FUEL".
    02 FILLER                 PIC X(22)  VALUE "OUTCOME".
    02 FILLER                 PIC X(20)  VALUE "SITE".

01 LogDetailLine.
    02 FILLER                 PIC X(2).
    02 LdlOperatorId          PIC X(10).
    02 FILLER                 PIC X(2).
    02 LdlElapsedTime         PIC X(8).
    02 FILLER                 PIC X(2).
    02 LdlImpactVelocity      PIC X(8).
    02 FILLER                 PIC X(2).
    02 LdlFuelLeft            PIC X(8).
    02 FILLER                 PIC X(2).
    02 LdlOutcome             PIC X(20).
    02 FILLER                 PIC X(2).
    02 LdlSiteName            PIC X(20).

01 RejectHeadings.
    02 FILLER                 PIC X(12)  VALUE "  OPERATOR".
    02 FILLER                 PIC X(10)  VALUE "ELAPSED".
    02 FILLER                 PIC X(7)   VALUE "BAD K".
    02 FILLER                 PIC X(9)   VALUE "ATTEMPT".
    02 FILLER                 PIC X(5)   VALUE "PHASE".

01 RejectDetailLine.
    02 FILLER                 PIC X(2).
    02 RdlOperatorId          PIC X(10).
    02 FILLER                 PIC X(2).
    02 RdlElapsedTime         PIC X(8).
    02 FILLER                 PIC X(2).
    02 RdlBadFuelRate         PIC X(3).
    02 FILLER                 PIC X(4).
    02 RdlAttemptCount        PIC X(3).
    02 FILLER                 PIC X(6).
    02 RdlPhase               PIC X(7).

01 RejectCount                PIC 9(4)  VALUE 0  USAGE COMP.

01 DetailCountLine.
    02 DetailCountLabel       PIC X(36).
    02 DetailCountValue       PIC ZZZZZ9.

01 SeqDisplay                 PIC 9(3).
01 EditedFieldText            PIC X(8).

01 CurrentDateTimeRaw         PIC X(21).

01 RunTimestamp.
    02 RunDate                PIC X(8).
    02 RunTime                PIC X(6).

PROCEDURE DIVISION.

Begin.
    MOVE FUNCTION CURRENT-DATE TO CurrentDateTimeRaw
    MOVE CurrentDateTimeRaw(1:8) TO RunDate
    MOVE CurrentDateTimeRaw(9:6) TO RunTime

    DISPLAY "INSTRUCTOR MISSION DEBRIEF"
    DISPLAY "ENTER OPERATOR ID:" NO ADVANCING
    ACCEPT DebriefOperatorId
    DISPLAY "ENTER MISSION RUN DATE (YYYYMMDD):" NO ADVANCING
    ACCEPT DebriefRunDate
    DISPLAY "ENTER MISSION RUN TIME (HHMMSS):" NO ADVANCING
    ACCEPT DebriefRunTime

    PERFORM LoadScenarioCatalog
    PERFORM LoadRateCard
    PERFORM LoadArchiveIndex
    PERFORM FindMission

    EVALUATE TRUE
        WHEN MissionLineCount = 0
            DISPLAY "NO MISSION ON THE LOG WITH RUN STAMP "
                DebriefRunDate "-" DebriefRunTime
            STOP RUN
        WHEN NOT OperatorFlewMission
            DISPLAY "OPERATOR " FUNCTION TRIM(DebriefOperatorId)
                " DID NOT FLY MISSION " DebriefRunDate "-"
                DebriefRunTime
            STOP RUN
        WHEN NOT OutcomeWasFound
            DISPLAY "MISSION " DebriefRunDate "-" DebriefRunTime
                " NEVER REACHED CONTACT - NOTHING TO DEBRIEF"
            STOP RUN
    END-EVALUATE

    PERFORM FindHistorySequence

    OPEN OUTPUT DebriefPacket
    PERFORM WritePacketHeader
    PERFORM WriteMissionLines
    PERFORM WriteRejectedEntries
    PERFORM WriteAnomalySet
    PERFORM WriteFuelCharge

    PERFORM OpenDebriefFile
    PERFORM CaptureDebrief
    PERFORM WriteDebriefSection
    CLOSE DebriefPacket
    IF DebriefFileIsOpen THEN
        CLOSE MissionDebriefFile
    END-IF

    DISPLAY BlankLine
    DISPLAY "DEBRIEF PACKET WRITTEN TO data/mission-debrief-packet.txt"
    STOP RUN.

LoadScenarioCatalog.
    OPEN INPUT MissionConfig
    IF MissionConfigNotFound THEN
        DISPLAY "MISSION CONFIGURATION FILE NOT FOUND"
        STOP RUN
    END-IF
    PERFORM UNTIL EndOfMissionConfig
        READ MissionConfig
            AT END
                SET EndOfMissionConfig TO TRUE
            NOT AT END
                IF CatalogCount < CatalogLimit
                        AND CfgStatus NOT = "R" THEN
                    ADD 1 TO CatalogCount
                    MOVE ScenarioCode TO CatScenarioCode(CatalogCount)
                    MOVE ScenarioName TO CatScenarioName(CatalogCount)
                    MOVE CfgVersion   TO CatVersion(CatalogCount)
                    MOVE CfgEffectiveDate
                        TO CatEffectiveDate(CatalogCount)
                    COMPUTE CatFuelLoad(CatalogCount) =
                        CfgWeight - CfgEmptyWeight
                    MOVE 0 TO CatCostPerPound(CatalogCount)
                    MOVE "N" TO CatRateOnFileFlag(CatalogCount)
                END-IF
        END-READ
    END-PERFORM
    CLOSE MissionConfig
    EXIT.

*> Without a rate card the packet still prints; the charge shows as
*> unpriced rather than as free.
LoadRateCard.
    OPEN INPUT FuelCostRate
    IF FuelCostRateFileOk THEN
        SET RateCardIsOnFile TO TRUE
        PERFORM UNTIL EndOfFuelCostRate
            READ FuelCostRate
                AT END
                    SET EndOfFuelCostRate TO TRUE
                NOT AT END
                    PERFORM VARYING CatalogIndex FROM 1 BY 1
                            UNTIL CatalogIndex > CatalogCount
                        IF CatScenarioCode(CatalogIndex)
                                = RateScenarioCode THEN
                            MOVE RateCostPerPound
                                TO CatCostPerPound(CatalogIndex)
                            MOVE "Y" TO CatRateOnFileFlag(CatalogIndex)
                        END-IF
                    END-PERFORM
            END-READ
        END-PERFORM
        CLOSE FuelCostRate
    END-IF
    EXIT.

LoadArchiveIndex.
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
                    ADD 1 TO ArchiveOverflowCount
                END-IF
        END-READ
    END-PERFORM
    CLOSE ArchiveIndex
    EXIT.

*> Read every archive generation and then the live log, following
*> the dispersion sessions down the log and holding the mission's
*> lines as they go by.
FindMission.
    PERFORM VARYING ArchiveGenIndex FROM 1 BY 1
            UNTIL ArchiveGenIndex > ArchiveGenCount
        PERFORM ReadOneArchive
    END-PERFORM
    OPEN INPUT MissionLog
    IF MissionLogFileOk THEN
        PERFORM UNTIL EndOfMissionLog
            READ MissionLog
                AT END
                    SET EndOfMissionLog TO TRUE
                NOT AT END
                    MOVE MissionLogBuffer TO LogRecordWork
                    PERFORM TakeOneLogRecord
            END-READ
        END-PERFORM
        CLOSE MissionLog
    END-IF
    EXIT.

ReadOneArchive.
    MOVE ArchiveGenName(ArchiveGenIndex) TO ArchiveLogFileName
    MOVE "N" TO ArchiveLogStatus
    OPEN INPUT ArchiveLog
    IF NOT ArchiveLogFileOk THEN
        ADD 1 TO MissingArchiveCount
        DISPLAY "ARCHIVE GENERATION NOT FOUND: "
            FUNCTION TRIM(ArchiveLogFileName)
    ELSE
        PERFORM UNTIL EndOfArchiveLog
            READ ArchiveLog
                AT END
                    SET EndOfArchiveLog TO TRUE
                NOT AT END
                    MOVE ArchiveLogBuffer TO LogRecordWork
                    PERFORM TakeOneLogRecord
            END-READ
        END-PERFORM
        CLOSE ArchiveLog
    END-IF
    EXIT.

*> The archive cut's control record is not a mission. Everything else
*> moves the session along first, so a touchdown record sees its own
*> place in the session when it is held.
TakeOneLogRecord.
    IF CtlMarker NOT = "*CONTROL*" THEN
        IF LogDispersionSeed IS NUMERIC THEN
            MOVE LogDispersionSeed TO RecordSeed
        ELSE
            MOVE 0 TO RecordSeed
        END-IF
        MOVE LogRunDate TO RecordRunDate
        MOVE LogRunTime TO RecordRunTime
        MOVE "D" TO RecordPhaseFlag
        IF LogOutcomeCategory = "ASCENT TO ORBIT"
                OR LogOutcomeCategory = "CREW STRANDED"
                OR LogOutcomeCategory = "ASCENT CRASH" THEN
            SET RecordIsAscent TO TRUE
        END-IF
        EVALUATE TRUE
            WHEN LogOutcomeCategory = "RELIEF HANDOVER"
                MOVE LogSiteName(6:10) TO RelievedOperatorId
                PERFORM FollowHandover
                IF RecordStamp = DebriefStamp THEN
                    PERFORM HoldMissionLine
                    MOVE RelievedOperatorId TO CandidateOperatorId
                    PERFORM AddMissionOperator
                END-IF
            WHEN RecordIsAscent
                PERFORM FollowAscent
                IF RecordStamp = DebriefStamp
                        AND NOT AscentWasFound THEN
                    SET AscentWasFound TO TRUE
                    MOVE LogFuelLeft TO EditedFieldText
                    COMPUTE AscentFuelLeft =
                        FUNCTION NUMVAL(EditedFieldText)
                    PERFORM HoldMissionOutcome
                END-IF
            WHEN OTHER
                PERFORM FollowDescent
                IF RecordStamp = DebriefStamp THEN
                    IF DescentWasFound THEN
                        ADD 1 TO OtherMissionSameStampCount
                    ELSE
                        SET DescentWasFound TO TRUE
                        MOVE LogFuelLeft TO EditedFieldText
                        COMPUTE DescentFuelLeft =
                            FUNCTION NUMVAL(EditedFieldText)
                        PERFORM HoldMissionOutcome
                    END-IF
                END-IF
        END-EVALUATE
    END-IF
    EXIT.

*> A fresh mission continues the session when it carries the
*> session's seed and is flown by whoever last had the con; anything
*> else is the first mission of a new session.
FollowDescent.
    IF RecordSeed > 0 AND RecordSeed = SessionSeed
            AND LogOperatorId = SessionOperatorId THEN
        IF SessionMissionCount < 999 THEN
            ADD 1 TO SessionMissionCount
        END-IF
    ELSE
        MOVE RecordSeed    TO SessionSeed
        MOVE LogOperatorId TO SessionOperatorId
        MOVE 1             TO SessionMissionCount
    END-IF
    EXIT.

*> An ascent draws nothing. One that does not follow on from the
*> session was resumed from a checkpoint in a session of its own.
FollowAscent.
    IF RecordSeed NOT = SessionSeed
            OR LogOperatorId NOT = SessionOperatorId THEN
        MOVE RecordSeed    TO SessionSeed
        MOVE LogOperatorId TO SessionOperatorId
        MOVE 0             TO SessionMissionCount
    END-IF
    EXIT.

*> A relief passes the session to the relieving operator.
FollowHandover.
    IF RecordSeed = SessionSeed
            AND RelievedOperatorId = SessionOperatorId THEN
        MOVE LogOperatorId TO SessionOperatorId
    ELSE
        MOVE RecordSeed    TO SessionSeed
        MOVE LogOperatorId TO SessionOperatorId
        MOVE 0             TO SessionMissionCount
    END-IF
    EXIT.

*> The first outcome record of the mission carries its key facts.
HoldMissionOutcome.
    IF NOT OutcomeWasFound THEN
        SET OutcomeWasFound TO TRUE
        MOVE LogOperatorId      TO MissionOutcomeOperator
        MOVE LogOutcomeCategory TO MissionOutcomeCategory
        MOVE LogScenarioCode    TO MissionScenarioCode
        IF LogScenarioVersion IS NUMERIC THEN
            MOVE LogScenarioVersion TO MissionScenarioVersion
        ELSE
            MOVE 0 TO MissionScenarioVersion
        END-IF
        MOVE RecordSeed TO MissionSeed
        MOVE SessionMissionCount TO MissionOrdinal
    END-IF
    PERFORM HoldMissionLine
    EXIT.

HoldMissionLine.
    IF MissionLineCount < MissionLineLimit THEN
        ADD 1 TO MissionLineCount
        MOVE LogRecordWork TO MissionLineImage(MissionLineCount)
    ELSE
        ADD 1 TO MissionLineOverflowCount
    END-IF
    MOVE LogOperatorId TO CandidateOperatorId
    PERFORM AddMissionOperator
    EXIT.

AddMissionOperator.
    IF CandidateOperatorId = DebriefOperatorId THEN
        SET OperatorFlewMission TO TRUE
    END-IF
    PERFORM FindMissionOperator
    IF NOT MissionOperatorFound
            AND MissionOperatorCount < MissionOperatorLimit THEN
        ADD 1 TO MissionOperatorCount
        MOVE CandidateOperatorId
            TO MissionOperatorId(MissionOperatorCount)
    END-IF
    EXIT.

FindMissionOperator.
    MOVE "N" TO MissionOperatorFlag
    PERFORM VARYING MissionOperatorIndex FROM 1 BY 1
            UNTIL MissionOperatorIndex > MissionOperatorCount
                OR MissionOperatorFound
        IF MissionOperatorId(MissionOperatorIndex)
                = CandidateOperatorId THEN
            SET MissionOperatorFound TO TRUE
        END-IF
    END-PERFORM
    EXIT.

*> The touchdown record's history key is the operator who brought
*> the mission to Contact, its run stamp, and whatever sequence the
*> lander wrote it under. No history record (the master was down
*> when the mission flew) files the debrief under sequence zero.
FindHistorySequence.
    OPEN INPUT MissionHistory
    IF MissionHistoryFileOk THEN
        MOVE LOW-VALUES TO HistKey
        MOVE MissionOutcomeOperator TO HistOperatorId
        MOVE DebriefRunDate TO HistRunDate
        MOVE DebriefRunTime TO HistRunTime
        MOVE 0 TO HistMissionSeq
        START MissionHistory KEY >= HistKey
            INVALID KEY
                CONTINUE
        END-START
        IF MissionHistoryFileOk THEN
            READ MissionHistory NEXT RECORD
                AT END
                    CONTINUE
                NOT AT END
                    IF HistOperatorId = MissionOutcomeOperator
                            AND HistRunDate = DebriefRunDate
                            AND HistRunTime = DebriefRunTime THEN
                        SET HistorySeqWasFound TO TRUE
                        MOVE HistMissionSeq TO MissionHistorySeq
                    END-IF
            END-READ
        END-IF
        CLOSE MissionHistory
    END-IF
    EXIT.

WritePacketHeader.
    MOVE SPACES TO PacketLine
    STRING "INSTRUCTOR DEBRIEF PACKET  RUN: " RunDate "-" RunTime
        DELIMITED BY SIZE INTO PacketLine
    PERFORM WritePacketLine
    MOVE SPACES TO PacketLine
    PERFORM WritePacketLine

    MOVE SPACES TO PacketLine
    STRING "MISSION " DebriefRunDate "-" DebriefRunTime
        "  OPERATOR " MissionOutcomeOperator
        DELIMITED BY SIZE INTO PacketLine
    PERFORM WritePacketLine

    PERFORM FindCatalogEntry
    MOVE SPACES TO PacketLine
    IF CatalogWasFound THEN
        STRING "SCENARIO " MissionScenarioCode " "
            CatScenarioName(FoundCatalogIndex) " V"
            CatVersion(FoundCatalogIndex)
            DELIMITED BY SIZE INTO PacketLine
    ELSE
        STRING "SCENARIO " MissionScenarioCode
            " - NOT ON THE SCENARIO CATALOG"
            DELIMITED BY SIZE INTO PacketLine
    END-IF
    PERFORM WritePacketLine
    IF MissingArchiveCount > 0 OR ArchiveOverflowCount > 0 THEN
        MOVE SPACES TO PacketLine
        STRING "NOTE: NOT EVERY ARCHIVE GENERATION COULD BE READ - "
            "THE SESSION MAY BE INCOMPLETE"
            DELIMITED BY SIZE INTO PacketLine
        PERFORM WritePacketLine
    END-IF
    IF OtherMissionSameStampCount > 0 THEN
        MOVE SPACES TO PacketLine
        STRING "NOTE: ANOTHER MISSION CARRIES THE SAME RUN STAMP - "
            "THE FIRST IS DEBRIEFED"
            DELIMITED BY SIZE INTO PacketLine
        PERFORM WritePacketLine
    END-IF
    EXIT.

*> The catalog version the mission was flown under, found as
*> CostReport finds it: the stamped version, else the latest in
*> effect on the run date, else the scenario's first.
FindCatalogEntry.
    MOVE "N" TO CatalogFoundFlag
    MOVE 0 TO FoundCatalogIndex
    IF MissionScenarioCode NOT = SPACES THEN
        IF MissionScenarioVersion > 0 THEN
            PERFORM VARYING CatalogIndex FROM 1 BY 1
                    UNTIL CatalogIndex > CatalogCount
                        OR CatalogWasFound
                IF CatScenarioCode(CatalogIndex) = MissionScenarioCode
                        AND CatVersion(CatalogIndex)
                            = MissionScenarioVersion THEN
                    SET CatalogWasFound TO TRUE
                    MOVE CatalogIndex TO FoundCatalogIndex
                END-IF
            END-PERFORM
        ELSE
            PERFORM VARYING CatalogIndex FROM 1 BY 1
                    UNTIL CatalogIndex > CatalogCount
                IF CatScenarioCode(CatalogIndex)
                        = MissionScenarioCode THEN
                    IF NOT CatalogWasFound
                            OR CatEffectiveDate(CatalogIndex)
                                <= DebriefRunDate THEN
                        SET CatalogWasFound TO TRUE
                        MOVE CatalogIndex TO FoundCatalogIndex
                    END-IF
                END-IF
            END-PERFORM
        END-IF
    END-IF
    EXIT.

WriteMissionLines.
    MOVE SPACES TO PacketLine
    PERFORM WritePacketLine
    MOVE "MISSION LOG" TO PacketLine
    PERFORM WritePacketLine
    MOVE LogLineHeadings TO PacketLine
    PERFORM WritePacketLine
    PERFORM VARYING MissionLineIndex FROM 1 BY 1
            UNTIL MissionLineIndex > MissionLineCount
        MOVE MissionLineImage(MissionLineIndex) TO LogRecordWork
        MOVE SPACES TO LogDetailLine
        MOVE LogOperatorId      TO LdlOperatorId
        MOVE LogElapsedTime     TO LdlElapsedTime
        MOVE LogOutcomeCategory TO LdlOutcome
        MOVE LogSiteName        TO LdlSiteName
        IF LogOutcomeCategory NOT = "RELIEF HANDOVER" THEN
            MOVE LogImpactVelocity TO LdlImpactVelocity
            MOVE LogFuelLeft       TO LdlFuelLeft
        END-IF
        MOVE LogDetailLine TO PacketLine
        PERFORM WritePacketLine
    END-PERFORM
    IF MissionLineOverflowCount > 0 THEN
        MOVE MissionLineOverflowCount TO DetailCountValue
        MOVE SPACES TO PacketLine
        STRING "  MORE LOG LINES THAN THE PACKET HOLDS, NOT SHOWN:"
            DetailCountValue
            DELIMITED BY SIZE INTO PacketLine
        PERFORM WritePacketLine
    END-IF
    EXIT.

*> Every rejection keyed on the mission by anyone who had the con.
WriteRejectedEntries.
    MOVE SPACES TO PacketLine
    PERFORM WritePacketLine
    MOVE "REJECTED K ENTRIES" TO PacketLine
    PERFORM WritePacketLine
    MOVE RejectHeadings TO PacketLine
    PERFORM WritePacketLine
    OPEN INPUT ExceptionLog
    IF ExceptionLogFileOk THEN
        PERFORM UNTIL EndOfExceptionLog
            READ ExceptionLog
                AT END
                    SET EndOfExceptionLog TO TRUE
                NOT AT END
                    IF ExcRunDate = DebriefRunDate
                            AND ExcRunTime = DebriefRunTime THEN
                        MOVE ExcOperatorId TO CandidateOperatorId
                        PERFORM FindMissionOperator
                        IF MissionOperatorFound THEN
                            PERFORM WriteRejectLine
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ExceptionLog
    END-IF
    MOVE "REJECTED K ENTRIES ON THE MISSION" TO DetailCountLabel
    MOVE RejectCount TO DetailCountValue
    MOVE DetailCountLine TO PacketLine
    PERFORM WritePacketLine
    EXIT.

WriteRejectLine.
    ADD 1 TO RejectCount
    MOVE SPACES TO RejectDetailLine
    MOVE ExcOperatorId   TO RdlOperatorId
    MOVE ExcElapsedTime  TO RdlElapsedTime
    MOVE ExcBadFuelRate  TO RdlBadFuelRate
    MOVE ExcAttemptCount TO RdlAttemptCount
    EVALUATE ExcPhaseFlag
        WHEN "D"
            MOVE "DESCENT" TO RdlPhase
        WHEN "A"
            MOVE "ASCENT" TO RdlPhase
        WHEN "B"
            MOVE "DECK" TO RdlPhase
        WHEN OTHER
            MOVE SPACES TO RdlPhase
    END-EVALUATE
    MOVE RejectDetailLine TO PacketLine
    PERFORM WritePacketLine
    EXIT.

*> Replay the session's generator from the seed: every mission of
*> the session before this one took four draws, then this mission's
*> four are drawn in the lander's order - thrust degrade, gravity
*> offset, fuel offset, stuck-gauge turn.
WriteAnomalySet.
    MOVE SPACES TO PacketLine
    PERFORM WritePacketLine
    MOVE "DISPERSION ANOMALIES" TO PacketLine
    PERFORM WritePacketLine
    EVALUATE TRUE
        WHEN MissionSeed = 0
            MOVE "  DISPERSION MODE OFF - NO ANOMALIES" TO PacketLine
            PERFORM WritePacketLine
        WHEN MissionOrdinal = 0
            MOVE MissionSeed TO SeedDisplay
            MOVE SPACES TO PacketLine
            STRING "  SEED " SeedDisplay " - MISSION RESUMED FROM A "
                "CHECKPOINT, ANOMALY SET NOT REGENERATED"
                DELIMITED BY SIZE INTO PacketLine
            PERFORM WritePacketLine
        WHEN OTHER
            PERFORM RegenerateAnomalies
            MOVE MissionSeed TO SeedDisplay
            MOVE MissionOrdinal TO OrdinalDisplay
            MOVE SPACES TO PacketLine
            STRING "  SEED " SeedDisplay "  MISSION "
                FUNCTION TRIM(OrdinalDisplay) " OF ITS SESSION"
                DELIMITED BY SIZE INTO PacketLine
            PERFORM WritePacketLine
            COMPUTE ThrustPctDisplay = 0 - ThrustDegradePct
            MOVE GravityOffsetPct TO GravityPctDisplay
            MOVE FuelOffsetPct TO FuelPctDisplay
            MOVE StuckTurnNumber TO StuckTurnDisplay
            MOVE SPACES TO PacketLine
            STRING "  THRUST " ThrustPctDisplay "%, GRAVITY "
                GravityPctDisplay "%, FUEL " FuelPctDisplay
                "%, GAUGES STUCK TURN " FUNCTION TRIM(StuckTurnDisplay)
                DELIMITED BY SIZE INTO PacketLine
            PERFORM WritePacketLine
    END-EVALUATE
    EXIT.

RegenerateAnomalies.
    MOVE MissionSeed TO RandomState
    COMPUTE SkipDrawCount = (MissionOrdinal - 1) * 4
    PERFORM VARYING DrawIndex FROM 1 BY 1
            UNTIL DrawIndex > SkipDrawCount
        PERFORM NextRandom
    END-PERFORM
    PERFORM NextRandom
    COMPUTE ThrustDegradePct = FUNCTION MOD(RandomState, 6)
    PERFORM NextRandom
    COMPUTE GravityOffsetPct = FUNCTION MOD(RandomState, 5) - 2
    PERFORM NextRandom
    COMPUTE FuelOffsetPct = FUNCTION MOD(RandomState, 7) - 3
    PERFORM NextRandom
    COMPUTE StuckTurnNumber = FUNCTION MOD(RandomState, 9) + 2
    EXIT.

*> The lander's generator, constant for constant.
NextRandom.
    COMPUTE RandomWork = RandomState * 16807 + 12345
    COMPUTE RandomState = FUNCTION MOD(RandomWork, 999999937)
    EXIT.

*> Price the mission as the charge-back does: the touchdown burned
*> from the scenario version's full load, an ascent from what the
*> touchdown left in the tanks.
WriteFuelCharge.
    MOVE SPACES TO PacketLine
    PERFORM WritePacketLine
    MOVE "FUEL CHARGE" TO PacketLine
    PERFORM WritePacketLine
    EVALUATE TRUE
        WHEN NOT RateCardIsOnFile
            MOVE "N" TO ChargeFlag
            MOVE "  UNPRICED - NO RATE CARD ON FILE" TO PacketLine
            PERFORM WritePacketLine
        WHEN NOT CatalogWasFound
            MOVE "N" TO ChargeFlag
            MOVE "  UNPRICED - SCENARIO NOT ON THE CATALOG"
                TO PacketLine
            PERFORM WritePacketLine
        WHEN NOT CatRateIsOnFile(FoundCatalogIndex)
            MOVE "N" TO ChargeFlag
            MOVE "  UNPRICED - NO RATE FOR THE SCENARIO"
                TO PacketLine
            PERFORM WritePacketLine
        WHEN OTHER
            IF DescentWasFound THEN
                COMPUTE PoundsBurned =
                    CatFuelLoad(FoundCatalogIndex) - DescentFuelLeft
                MOVE "DESCENT" TO ChgPhase
                PERFORM WriteChargeLine
            END-IF
            IF AscentWasFound THEN
                IF DescentWasFound THEN
                    COMPUTE PoundsBurned =
                        DescentFuelLeft - AscentFuelLeft
                ELSE
                    MOVE -1 TO PoundsBurned
                END-IF
                MOVE "ASCENT" TO ChgPhase
                PERFORM WriteChargeLine
            END-IF
            MOVE TotalCost TO TotalCostDisplay
            MOVE SPACES TO PacketLine
            IF ChargeIsComplete THEN
                STRING "  TOTAL FUEL CHARGE " TotalCostDisplay
                    DELIMITED BY SIZE INTO PacketLine
            ELSE
                STRING "  TOTAL FUEL CHARGE " TotalCostDisplay
                    " - PART OF THE MISSION UNPRICED"
                    DELIMITED BY SIZE INTO PacketLine
            END-IF
            PERFORM WritePacketLine
    END-EVALUATE
    EXIT.

*> A burn that comes out negative cannot be priced and is held out
*> of the total, as on the charge-back report.
WriteChargeLine.
    MOVE SPACES TO PacketLine
    IF PoundsBurned < 0 THEN
        MOVE "N" TO ChargeFlag
        STRING "  " ChgPhase "UNPRICED - NO TOUCHDOWN FUEL TO BURN FROM"
            DELIMITED BY SIZE INTO PacketLine
    ELSE
        COMPUTE MissionCost ROUNDED =
            PoundsBurned * CatCostPerPound(FoundCatalogIndex)
        ADD MissionCost TO TotalCost
        MOVE PoundsBurned TO ChgPounds
        MOVE CatCostPerPound(FoundCatalogIndex) TO ChgRate
        MOVE MissionCost TO ChgCost
        MOVE ChargeLine TO PacketLine
    END-IF
    PERFORM WritePacketLine
    EXIT.

*> The debrief master is opened for update; if it cannot be, the
*> packet still prints and says the grade was not filed.
OpenDebriefFile.
    OPEN I-O MissionDebriefFile
    IF MissionDebriefFileOk THEN
        SET DebriefFileIsOpen TO TRUE
        MOVE MissionOutcomeOperator TO DbfOperatorId
        MOVE DebriefRunDate         TO DbfRunDate
        MOVE DebriefRunTime         TO DbfRunTime
        MOVE MissionHistorySeq      TO DbfMissionSeq
        READ MissionDebriefFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                SET DebriefIsOnFile TO TRUE
        END-READ
    ELSE
        DISPLAY "MISSION DEBRIEF FILE UNAVAILABLE (STATUS "
            MissionDebriefFileStatus ") - GRADE CANNOT BE FILED"
    END-IF
    EXIT.

*> A mission already debriefed keeps its grade unless the instructor
*> asks to regrade it. The instructor must be an active C-level
*> operator who did not fly the mission.
CaptureDebrief.
    IF DebriefFileIsOpen THEN
        IF DebriefIsOnFile THEN
            PERFORM SetGradeText
            DISPLAY BlankLine
            DISPLAY "MISSION ALREADY DEBRIEFED BY "
                FUNCTION TRIM(DbfInstructorId) " ON " DbfDebriefDate
                " - GRADE " GradeText
            DISPLAY "REGRADE THE MISSION? (Y/N):" NO ADVANCING
            ACCEPT ConfirmAnswer
            IF ConfirmedYes THEN
                SET GradingIsWanted TO TRUE
            END-IF
        ELSE
            SET GradingIsWanted TO TRUE
        END-IF
    END-IF
    IF GradingIsWanted THEN
        PERFORM GetInstructor
    END-IF
    IF InstructorIsValid THEN
        PERFORM GetGradeAndRemarks
        PERFORM FileDebrief
    END-IF
    EXIT.

GetInstructor.
    DISPLAY BlankLine
    PERFORM WITH TEST AFTER
            UNTIL InstructorIsValid OR InstructorAnswer = SPACES
        DISPLAY "ENTER INSTRUCTOR ID (BLANK TO LEAVE UNGRADED):"
            NO ADVANCING
        ACCEPT InstructorAnswer
        IF InstructorAnswer NOT = SPACES THEN
            PERFORM CheckInstructor
        END-IF
    END-PERFORM
    EXIT.

GetGradeAndRemarks.
    PERFORM WITH TEST AFTER UNTIL GradeIsValid
        DISPLAY "ENTER GRADE - S)ATISFACTORY  N)EEDS WORK  "
            "U)NSATISFACTORY:" NO ADVANCING
        ACCEPT GradeAnswer
        INSPECT GradeAnswer CONVERTING "snu" TO "SNU"
        IF NOT GradeIsValid THEN
            DISPLAY "NOT POSSIBLE - ENTER S, N, OR U"
        END-IF
    END-PERFORM

    MOVE DbfKey TO DebriefKeyHold
    INITIALIZE MissionDebriefRecord
    MOVE DebriefKeyHold         TO DbfKey
    MOVE InstructorAnswer       TO DbfInstructorId
    MOVE GradeAnswer            TO DbfGrade
    MOVE RunDate                TO DbfDebriefDate
    MOVE RunTime                TO DbfDebriefTime
    MOVE MissionOutcomeCategory TO DbfOutcomeCategory
    MOVE MissionSeed            TO DbfDispersionSeed
    MOVE MissionOrdinal         TO DbfSessionMission

    DISPLAY "ENTER REMARKS, UP TO 3 LINES (BLANK LINE ENDS):"
    MOVE "N" TO RemarksDoneFlag
    PERFORM VARYING RemarkIndex FROM 1 BY 1
            UNTIL RemarkIndex > 3 OR RemarksAreDone
        DISPLAY ":" NO ADVANCING
        ACCEPT RemarkAnswer
        IF RemarkAnswer = SPACES THEN
            SET RemarksAreDone TO TRUE
        ELSE
            MOVE RemarkAnswer TO DbfRemarkLine(RemarkIndex)
        END-IF
    END-PERFORM
    EXIT.

FileDebrief.
    IF DebriefIsOnFile THEN
        REWRITE MissionDebriefRecord
            INVALID KEY
                DISPLAY "DEBRIEF NOT REWRITTEN (STATUS "
                    MissionDebriefFileStatus ")"
            NOT INVALID KEY
                SET GradeWasFiled TO TRUE
        END-REWRITE
    ELSE
        WRITE MissionDebriefRecord
            INVALID KEY
                DISPLAY "DEBRIEF NOT WRITTEN (STATUS "
                    MissionDebriefFileStatus ")"
            NOT INVALID KEY
                SET GradeWasFiled TO TRUE
                SET DebriefIsOnFile TO TRUE
        END-WRITE
    END-IF
    EXIT.

CheckInstructor.
    MOVE "N" TO InstructorFoundFlag
    MOVE "N" TO OperatorMasterStatus
    OPEN INPUT OperatorMaster
    IF OperatorMasterFileOk THEN
        PERFORM UNTIL EndOfOperatorMaster OR InstructorWasFound
            READ OperatorMaster
                AT END
                    SET EndOfOperatorMaster TO TRUE
                NOT AT END
                    IF OpId = InstructorAnswer THEN
                        SET InstructorWasFound TO TRUE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE OperatorMaster
    END-IF
    MOVE InstructorAnswer TO CandidateOperatorId
    PERFORM FindMissionOperator
    EVALUATE TRUE
        WHEN NOT InstructorWasFound
            DISPLAY "INSTRUCTOR NOT ON THE OPERATOR MASTER"
        WHEN OpActiveFlag NOT = "A"
            DISPLAY "INSTRUCTOR IS NOT ACTIVE"
        WHEN OpQualLevel NOT = "C"
            DISPLAY "INSTRUCTOR MUST HOLD QUALIFICATION C"
        WHEN MissionOperatorFound
            DISPLAY "INSTRUCTOR FLEW THIS MISSION - ANOTHER "
                "INSTRUCTOR MUST GRADE IT"
        WHEN OTHER
            SET InstructorIsValid TO TRUE
            MOVE OpName TO InstructorName
    END-EVALUATE
    EXIT.

SetGradeText.
    EVALUATE TRUE
        WHEN DbfGradeSatisfactory
            MOVE "SATISFACTORY" TO GradeText
        WHEN DbfGradeNeedsWork
            MOVE "NEEDS WORK" TO GradeText
        WHEN DbfGradeUnsatisfactory
            MOVE "UNSATISFACTORY" TO GradeText
        WHEN OTHER
            MOVE DbfGrade TO GradeText
    END-EVALUATE
    EXIT.

*> The grade on file - just given, or given before and kept - then
*> the history key it is filed under and the sign-off line.
WriteDebriefSection.
    MOVE SPACES TO PacketLine
    PERFORM WritePacketLine
    MOVE "INSTRUCTOR DEBRIEF" TO PacketLine
    PERFORM WritePacketLine
    IF DebriefIsOnFile THEN
        PERFORM SetGradeText
        MOVE SPACES TO PacketLine
        STRING "  GRADE: " GradeText "  INSTRUCTOR: " DbfInstructorId
            "  DEBRIEFED: " DbfDebriefDate
            DELIMITED BY SIZE INTO PacketLine
        PERFORM WritePacketLine
        PERFORM VARYING RemarkIndex FROM 1 BY 1
                UNTIL RemarkIndex > 3
            IF DbfRemarkLine(RemarkIndex) NOT = SPACES THEN
                MOVE SPACES TO PacketLine
                STRING "  " DbfRemarkLine(RemarkIndex)
                    DELIMITED BY SIZE INTO PacketLine
                PERFORM WritePacketLine
            END-IF
        END-PERFORM
        MOVE DbfMissionSeq TO SeqDisplay
        MOVE SPACES TO PacketLine
        STRING "  FILED UNDER HISTORY KEY " DbfOperatorId " "
            DbfRunDate "-" DbfRunTime " " SeqDisplay
            DELIMITED BY SIZE INTO PacketLine
        PERFORM WritePacketLine
        IF NOT HistorySeqWasFound THEN
            MOVE "  (NO MISSION-HISTORY RECORD FOR THE MISSION)"
                TO PacketLine
            PERFORM WritePacketLine
        END-IF
    ELSE
        IF DebriefFileIsOpen THEN
            MOVE "  NOT GRADED" TO PacketLine
        ELSE
            MOVE "  NOT GRADED - DEBRIEF FILE UNAVAILABLE"
                TO PacketLine
        END-IF
        PERFORM WritePacketLine
    END-IF
    MOVE SPACES TO PacketLine
    PERFORM WritePacketLine
    MOVE "INSTRUCTOR SIGN-OFF: ____________________  DATE: ________"
        TO PacketLine
    PERFORM WritePacketLine
    EXIT.

*> Each packet line goes to the print file and to the console.
WritePacketLine.
    MOVE PacketLine TO DebriefPacketLine
    WRITE DebriefPacketLine
    DISPLAY FUNCTION TRIM(PacketLine TRAILING)
    EXIT.
