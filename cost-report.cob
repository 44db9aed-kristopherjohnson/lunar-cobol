*> before the code was carried), no rate on the card, or an ascent
*> with no preceding touchdown on file - are counted and reported,
*> never silently priced as free.
*>
*> The catalog keeps every version of a scenario, and a mission is
*> priced off the fuel load of the version it was flown under: the
*> version the lander stamped on the record, or for records logged
*> before the stamp was carried, the version in effect on the run
*> date (the scenario's first version if the mission predates them
*> all). The rate card prices per scenario code, so every version of
*> a scenario is charged at the same rate, and the scenario section
*> totals each version separately.

IDENTIFICATION DIVISION.
PROGRAM-ID. CostReport.
    88 EndOfFuelCostRate      VALUE "Y".

*> Scenario pricing table: the fuel load and charge-back rate per
*> catalog scenario version, joined from MISSION-CONFIG and the rate
*> card. Retired versions are left out - nothing is flown under them.

01 PriceLimit                 PIC 99  VALUE 99  USAGE COMP.

01 PriceTable.
    02 PriceEntryCount        PIC 99  VALUE 0  USAGE COMP.
    02 PriceEntry OCCURS 99 TIMES.
        03 PrcScenarioCode    PIC X(1).
        03 PrcScenarioName    PIC X(20).
        03 PrcScenarioVersion PIC 9(3).
        03 PrcEffectiveDate   PIC X(8).
        03 PrcFuelLoad        PIC 9(6)      USAGE COMP.
        03 PrcCostPerPound    PIC 9(3)V99   USAGE COMP.
        03 PrcRateOnFileFlag  PIC X.
*> Per-scenario charge-back accumulators, one per price-table slot.

01 ScenarioCostTable.
    02 ScenarioCosts OCCURS 99 TIMES.
        03 ScnMissionCount    PIC 9(6)      USAGE COMP.
        03 ScnPoundsBurned    PIC 9(9)V99   USAGE COMP.
        03 ScnCostTotal       PIC 9(9)V99   USAGE COMP.
*> Report formatting

01 SectionHeadings.
    02 FILLER                 PIC X(28)  VALUE SPACES.
    02 FILLER                 PIC X(10)  VALUE "MISSIONS".
    02 FILLER                 PIC X(16)  VALUE "LBS BURNED".
    02 FILLER                 PIC X(14)  VALUE "COST".

01 ReportDetailLine.
    02 DetailLabel            PIC X(26).
    02 FILLER                 PIC X(2)   VALUE SPACES.
    02 DetailMissions         PIC ZZZZZ9.
    02 FILLER                 PIC X(2)   VALUE SPACES.
    END-IF
    STOP RUN.

*> The catalog gives each scenario version its fuel load; a scenario
*> missing from the catalog cannot be priced at all.
LoadPriceTable.
    MOVE "N" TO MissionConfigStatus
    OPEN INPUT MissionConfig
            AT END
                SET EndOfMissionConfig TO TRUE
            NOT AT END
                IF PriceEntryCount < PriceLimit
                        AND CfgStatus NOT = "R" THEN
                    ADD 1 TO PriceEntryCount
                    MOVE ScenarioCode
                        TO PrcScenarioCode(PriceEntryCount)
                    MOVE ScenarioName
                        TO PrcScenarioName(PriceEntryCount)
                    MOVE CfgVersion
                        TO PrcScenarioVersion(PriceEntryCount)
                    MOVE CfgEffectiveDate
                        TO PrcEffectiveDate(PriceEntryCount)
                    COMPUTE PrcFuelLoad(PriceEntryCount) =
                        CfgWeight - CfgEmptyWeight
                    MOVE 0 TO PrcCostPerPound(PriceEntryCount)
    CLOSE MissionConfig
    EXIT.

*> Attach the charge-back rate to each catalog scenario version. A missing
*> rate file means nothing can be priced, which Finance would rather
*> hear about than receive a report full of zeros.
LoadRateCard.
    PERFORM HoldThisRecord
    EXIT.

*> Locate the price-table slot of the scenario version the record
*> was flown under. A stamped version is matched exactly; an
*> unstamped record takes the latest version in effect on its run
*> date, or the scenario's first version if it predates them all.
*> Records logged before the scenario code was carried have spaces
*> there and cannot be priced.
FindPriceEntry.
    MOVE "N" TO PriceFoundFlag
    MOVE 0 TO FoundPriceIndex
    IF LogScenarioCode NOT = SPACES THEN
        IF LogScenarioVersion IS NUMERIC
                AND LogScenarioVersion > 0 THEN
            PERFORM VARYING PriceIndex FROM 1 BY 1
                    UNTIL PriceIndex > PriceEntryCount
                        OR PriceWasFound
                IF PrcScenarioCode(PriceIndex) = LogScenarioCode
                        AND PrcScenarioVersion(PriceIndex)
                            = LogScenarioVersion THEN
                    SET PriceWasFound TO TRUE
                    MOVE PriceIndex TO FoundPriceIndex
                END-IF
            END-PERFORM
        ELSE
            PERFORM VARYING PriceIndex FROM 1 BY 1
                    UNTIL PriceIndex > PriceEntryCount
                IF PrcScenarioCode(PriceIndex) = LogScenarioCode THEN
                    IF NOT PriceWasFound
                            OR PrcEffectiveDate(PriceIndex)
                                <= LogRunDate THEN
                        SET PriceWasFound TO TRUE
                        MOVE PriceIndex TO FoundPriceIndex
                    END-IF
                END-IF
            END-PERFORM
        END-IF
    END-IF
    EXIT.

    PERFORM VARYING PriceIndex FROM 1 BY 1
            UNTIL PriceIndex > PriceEntryCount
        MOVE SPACES TO ReportDetailLine
        MOVE SPACES TO DetailLabel
        STRING PrcScenarioName(PriceIndex) " V"
            PrcScenarioVersion(PriceIndex)
            DELIMITED BY SIZE INTO DetailLabel
        MOVE ScnMissionCount(PriceIndex)  TO DetailMissions
        MOVE ScnPoundsBurned(PriceIndex)  TO DetailPounds
        MOVE ScnCostTotal(PriceIndex)     TO DetailCost
