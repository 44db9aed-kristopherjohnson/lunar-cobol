*> hardest-first and flags every scenario whose catalog rating
*> disagrees. A run is survivable when the crew walks (or limps)
*> away - any outcome short of NO SURVIVORS.
*>
*> The catalog keeps every version of a scenario. The sweep measures
*> the version in effect on the run date - the one being flown now
*> and the one whose rating a supervisor would change - and the
*> report names it; superseded and not-yet-effective versions are
*> passed over, and a scenario whose version in effect is a
*> retirement is not calibrated at all.

IDENTIFICATION DIVISION.
PROGRAM-ID. ScenarioCalibrate.
01 Q4                         PIC S9(6)V9(10)  USAGE COMP.
01 Q5                         PIC S9(6)V9(10)  USAGE COMP.

*> Catalog loaded for the sweep, one slot per scenario - its version
*> in effect on the run date - with its site and the measurements the
*> sweep fills in.

01 CalibLimit                 PIC 99  VALUE 20  USAGE COMP.

    02 CalibEntry OCCURS 20 TIMES.
        03 CalScenarioCode    PIC X(1).
        03 CalScenarioName    PIC X(20).
        03 CalVersion         PIC 9(3).
        03 CalStatus          PIC X(1).
        03 CalAltitude        PIC 9(6).
        03 CalWeight          PIC 9(6).
        03 CalEmptyWeight     PIC 9(6).
        03 CalRecommendedQual PIC X(1).

01 CalIndex                   PIC 99  USAGE COMP.
01 KeepIndex                  PIC 99  USAGE COMP.
01 RankIndex                  PIC 99  USAGE COMP.
01 ScanIndex                  PIC 99  USAGE COMP.
01 HardestIndex               PIC 99  USAGE COMP.

01 ReportHeadings.
    02 FILLER                 PIC X(6)   VALUE "RANK".
    02 FILLER                 PIC X(5)   VALUE "CODE".
    02 FILLER                 PIC X(6)   VALUE "VER".
    02 FILLER                 PIC X(22)  VALUE "SCENARIO NAME".
    02 FILLER                 PIC X(22)  VALUE "SITE".
    02 FILLER                 PIC X(3)   VALUE "R".
    02 DetailRank             PIC ZZZ9.
    02 FILLER                 PIC X(4)   VALUE SPACES.
    02 DetailCode             PIC X(1).
    02 FILLER                 PIC X(4)   VALUE SPACES.
    02 DetailVersion          PIC 9(3).
    02 FILLER                 PIC X(3)   VALUE SPACES.
    02 DetailName             PIC X(20).
    02 FILLER                 PIC X(2)   VALUE SPACES.
    02 DetailSite             PIC X(20).
    END-IF
    STOP RUN.

*> Read the MISSION-CONFIG file into the calibration table, one slot
*> per scenario. A code's versions are held together in ascending
*> order, so each version already in effect simply replaces the one
*> before it in the code's slot; versions not yet in effect are
*> skipped. Scenarios left holding a retirement are then dropped.
LoadCatalog.
    MOVE "N" TO MissionConfigStatus
    OPEN INPUT MissionConfig
            AT END
                SET EndOfMissionConfig TO TRUE
            NOT AT END
                IF CfgEffectiveDate <= RunDate THEN
                    PERFORM LoadOneVersion
                END-IF
        END-READ
    END-PERFORM
    CLOSE MissionConfig

    MOVE 0 TO KeepIndex
    PERFORM VARYING CalIndex FROM 1 BY 1
            UNTIL CalIndex > CalibEntryCount
        IF CalStatus(CalIndex) NOT = "R" THEN
            ADD 1 TO KeepIndex
            IF KeepIndex NOT = CalIndex THEN
                MOVE CalibEntry(CalIndex) TO CalibEntry(KeepIndex)
            END-IF
        END-IF
    END-PERFORM
    MOVE KeepIndex TO CalibEntryCount
    EXIT.

LoadOneVersion.
    EVALUATE TRUE
        WHEN CalibEntryCount > 0
                AND CalScenarioCode(CalibEntryCount) = ScenarioCode
            PERFORM TakeCatalogVersion
        WHEN CalibEntryCount < CalibLimit
            ADD 1 TO CalibEntryCount
            PERFORM TakeCatalogVersion
        WHEN OTHER
            DISPLAY "MISSION-CONFIG HOLDS MORE SCENARIOS THAN "
                "THIS PROGRAM'S TABLE - EXTRA SCENARIOS NOT "
                "CALIBRATED"
    END-EVALUATE
    EXIT.

TakeCatalogVersion.
    INITIALIZE CalibEntry(CalibEntryCount)
    MOVE ScenarioCode     TO CalScenarioCode(CalibEntryCount)
    MOVE ScenarioName     TO CalScenarioName(CalibEntryCount)
    MOVE CfgVersion       TO CalVersion(CalibEntryCount)
    MOVE CfgStatus        TO CalStatus(CalibEntryCount)
    MOVE CfgAltitude      TO CalAltitude(CalibEntryCount)
    MOVE CfgWeight        TO CalWeight(CalibEntryCount)
    MOVE CfgEmptyWeight   TO CalEmptyWeight(CalibEntryCount)
    MOVE CfgGravity       TO CalGravity(CalibEntryCount)
    MOVE CfgThrust        TO CalThrust(CalibEntryCount)
    MOVE CfgMinQual       TO CalMinQual(CalibEntryCount)
    MOVE "UNSURVEYED TERRAIN" TO CalSiteName(CalibEntryCount)
    MOVE "S"              TO CalRoughness(CalibEntryCount)
    EXIT.

*> Attach each scenario's landing site, falling back to unsurveyed
    MOVE SPACES TO ReportDetailLine
    MOVE RankIndex                   TO DetailRank
    MOVE CalScenarioCode(CalIndex)   TO DetailCode
    MOVE CalVersion(CalIndex)        TO DetailVersion
    MOVE CalScenarioName(CalIndex)   TO DetailName
    MOVE CalSiteName(CalIndex)       TO DetailSite
    MOVE CalRoughness(CalIndex)      TO DetailRoughness
