*> run dry, and the predicted Contact outcome. A deck with invalid
*> records, or one whose descent ends in NO SURVIVORS, is flagged
*> NOT CERTIFIED so it is never queued overnight.
*>
*> The deck is flown against the catalog version of the scenario in
*> effect on the run date - the version the lander will load - and
*> the report names that version. A scenario that is retired, or has
*> no version in effect yet, cannot be flown and so cannot be
*> certified.
*>
*> Every run, pass or fail, appends a certificate to the deck registry
*> naming the deck file, the scenario and version it was flown
*> against, the record count and hash total of its K values, the
*> predicted outcome, and the verdict. Batch mode in the lander will
*> only fly a deck whose latest certificate for the scenario is
*> CERTIFIED and still matches the deck on disk.

IDENTIFICATION DIVISION.
PROGRAM-ID. DeckCertify.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT FuelRateDeck ASSIGN TO FuelRateDeckFileName
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS FuelRateDeckFileStatus.

        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS LandingSiteFileStatus.

    SELECT OPTIONAL DeckRegistry ASSIGN TO "data/deck-registry.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS DeckRegistryFileStatus.

DATA DIVISION.
FILE SECTION.

01  LandingSiteRecord.
    COPY "landing-site.cpy".

FD  DeckRegistry.
01  DeckCertificateRecord.
    COPY "deck-certificate.cpy".

WORKING-STORAGE SECTION.

*> Constants
    88 FuelRateDeckFileOk     VALUE "00".
    88 FuelRateDeckNotFound   VALUE "35".

*> The deck is named by its file name, as a scenario-deck line will
*> name it; left blank, the standard batch deck is certified.

01 DefaultFuelRateDeckName    PIC X(64)  VALUE "data/fuel-rate-deck.dat".
01 FuelRateDeckFileName       PIC X(64).
01 FuelRateDeckAnswer         PIC X(64).

01 DeckRegistryFileStatus     PIC XX.
    88 DeckRegistryFileOk     VALUE "00", "05".

01 DeckRecordCount            PIC 9(4)  VALUE 0  USAGE COMP.
01 DeckHashTotal              PIC 9(9)  VALUE 0  USAGE COMP.
01 DeckValidCount             PIC 9(4)  VALUE 0  USAGE COMP.
01 DeckInvalidCount           PIC 9(4)  VALUE 0  USAGE COMP.

    88 ScenarioWasFound       VALUE "Y".

01 SelectedScenarioName       PIC X(20).
01 SelectedScenarioVersion    PIC 9(3)  VALUE 0.
01 SelectedScenarioStatus     PIC X(1).

*> Landing site for the selected scenario, driving the same tightened
*> touchdown bands the lander's Contact applies on rough terrain. A
01 RecordValueDisplay         PIC ZZ9.
01 CountDisplay               PIC ZZZ9.
01 TurnDisplay                PIC ZZZ9.
01 HashTotalDisplay           PIC ZZZZZZZZ9.

01 CurrentDateTimeRaw         PIC X(21).


    PERFORM LoadLandingSite

    DISPLAY "ENTER FUEL-RATE DECK FILE (BLANK FOR "
        FUNCTION TRIM(DefaultFuelRateDeckName) "):" NO ADVANCING
    ACCEPT FuelRateDeckAnswer
    IF FuelRateDeckAnswer = SPACES THEN
        MOVE DefaultFuelRateDeckName TO FuelRateDeckFileName
    ELSE
        MOVE FUNCTION TRIM(FuelRateDeckAnswer) TO FuelRateDeckFileName
    END-IF

    OPEN INPUT FuelRateDeck
    IF FuelRateDeckNotFound THEN
        DISPLAY "FUEL-RATE DECK FILE NOT FOUND - CANNOT CERTIFY"
    PERFORM WriteVerdict
    CLOSE CertReport
    CLOSE FuelRateDeck
    PERFORM WriteDeckCertificate

    IF DeckIsCertified THEN
        DISPLAY "DECK CERTIFIED - REPORT WRITTEN"

*> Read the SelectedScenarioCode's mission-parameter record from the
*> MISSION-CONFIG file and set up the craft/environment, exactly as
*> the lander's LoadMissionParameters does: the latest version in
*> effect on the run date, refused if that version is a retirement.
LoadMissionParameters.
    MOVE "N" TO MissionConfigStatus
    MOVE "N" TO ScenarioFoundFlag
    MOVE 0 TO SelectedScenarioVersion
    MOVE SPACE TO SelectedScenarioStatus

    OPEN INPUT MissionConfig
    IF MissionConfigNotFound THEN
            AT END
                SET EndOfMissionConfig TO TRUE
            NOT AT END
                IF ScenarioCode = SelectedScenarioCode
                        AND CfgEffectiveDate <= RunDate
                        AND CfgVersion > SelectedScenarioVersion THEN
                    MOVE CfgAltitude    TO Altitude
                    MOVE CfgWeight      TO Weight
                    MOVE CfgEmptyWeight TO EmptyWeight
                    MOVE CfgGravity     TO Gravity
                    MOVE CfgThrust      TO Z
                    MOVE ScenarioName   TO SelectedScenarioName
                    MOVE CfgVersion     TO SelectedScenarioVersion
                    MOVE CfgStatus      TO SelectedScenarioStatus
                END-IF
        END-READ
    END-PERFORM
    CLOSE MissionConfig
    IF SelectedScenarioVersion > 0
            AND SelectedScenarioStatus NOT = "R" THEN
        SET ScenarioWasFound TO TRUE
    END-IF
    EXIT.

WriteReportHeader.
    WRITE CertReportLine
    MOVE SPACES TO CertReportLine
    STRING "SCENARIO: " SelectedScenarioCode ") " SelectedScenarioName
        "  VERSION " SelectedScenarioVersion
        DELIMITED BY SIZE INTO CertReportLine
    WRITE CertReportLine
    MOVE SPACES TO CertReportLine
    STRING "DECK: " FuelRateDeckFileName
        DELIMITED BY SIZE INTO CertReportLine
    WRITE CertReportLine
    MOVE SPACES TO CertReportLine
        DELIMITED BY SIZE INTO CertReportLine
    WRITE CertReportLine
    MOVE SPACES TO CertReportLine
    MOVE DeckHashTotal TO HashTotalDisplay
    STRING "  HASH TOTAL OF K VALUES " HashTotalDisplay
        DELIMITED BY SIZE INTO CertReportLine
    WRITE CertReportLine
    MOVE SPACES TO CertReportLine
    WRITE CertReportLine
    EXIT.

CheckOneDeckRecord.
    IF FuelRateDeckRecord IS NUMERIC THEN
        MOVE FuelRateDeckRecord TO FuelRateAnswer
        ADD FuelRateAnswer TO DeckHashTotal
    ELSE
        MOVE 999 TO FuelRateAnswer
    END-IF
    WRITE CertReportLine
    EXIT.

*> Append this run's certificate to the deck registry, so the lander
*> can tell a certified deck from one that failed, was never run, or
*> has been edited since.
WriteDeckCertificate.
    OPEN EXTEND DeckRegistry
    IF NOT DeckRegistryFileOk THEN
        DISPLAY "DECK REGISTRY UNAVAILABLE (STATUS "
            DeckRegistryFileStatus ") - CERTIFICATE NOT RECORDED"
    ELSE
        INITIALIZE DeckCertificateRecord
        MOVE FuelRateDeckFileName    TO CertDeckName
        MOVE SelectedScenarioCode    TO CertScenarioCode
        MOVE SelectedScenarioVersion TO CertScenarioVersion
        MOVE DeckRecordCount         TO CertRecordCount
        MOVE DeckHashTotal           TO CertHashTotal
        MOVE OutcomeCategory         TO CertOutcome
        IF DeckIsCertified THEN
            MOVE "CERTIFIED"         TO CertVerdict
        ELSE
            MOVE "NOT CERTIFIED"     TO CertVerdict
        END-IF
        MOVE RunDate                 TO CertDate
        MOVE RunTime                 TO CertTime
        WRITE DeckCertificateRecord
        CLOSE DeckRegistry
    END-IF
    EXIT.

*> The descent physics below are the lander's Simulate paragraphs with
*> the console and telemetry output removed; the arithmetic must stay
*> identical or a certified deck would fly differently overnight.
