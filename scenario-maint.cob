*> Maintenance utility for the MISSION-CONFIG scenario catalog.
*> Lists, adds, changes, and retires scenarios through console
*> prompts, enforcing the record rules from mission-params.cpy (non-
*> blank one-character ScenarioCode, non-blank ScenarioName,
*> CfgEmptyWeight less than CfgWeight, non-zero CfgGravity and
*> CfgThrust) before anything is written back, so nobody has to
*> hand-edit the fixed-width file and risk shifting a column.
*>
*> Nothing already on file is ever overwritten or removed. A change
*> adds the next version of the scenario with the date it takes
*> effect; a retirement adds a version with status R; adding a code
*> whose latest version is retired reinstates it as a new version.
*> Missions already flown keep the version stamped on them, so the
*> charge-back, comparison, and calibration jobs still judge them
*> against the physics they actually flew. A version may not take
*> effect in the past, nor before the version it supersedes. On exit
*> the catalog is rewritten and a before/after change report, naming
*> the version each change superseded, is printed for the shift
*> supervisor to sign off.

IDENTIFICATION DIVISION.
PROGRAM-ID. ScenarioMaint.
    COPY "mission-params.cpy".

FD  ChangeReport.
01  ChangeReportLine          PIC X(120).

WORKING-STORAGE SECTION.

    88 MissionConfigFileOk    VALUE "00".
    88 MissionConfigNotFound  VALUE "35".

*> In-memory copy of the catalog, one entry per scenario version with
*> the versions of each code kept together in ascending order. All
*> maintenance happens against this table; the file is only
*> rewritten, in one pass, when the operator quits with changes
*> pending.

01 CatalogLimit               PIC 99  VALUE 99  USAGE COMP.

01 CatalogTable.
    02 CatalogEntryCount      PIC 99  VALUE 0  USAGE COMP.
    02 CatalogEntry OCCURS 99 TIMES.
        03 CatScenarioCode    PIC X(1).
        03 CatScenarioName    PIC X(20).
        03 CatAltitude        PIC 9(6).
        03 CatThrust          PIC 9V9(6).
        03 CatMinQual         PIC X(1).
        03 CatAscentWeight    PIC 9(6).
        03 CatVersion         PIC 9(3).
        03 CatEffectiveDate   PIC X(8).
        03 CatStatus          PIC X(1).

*> Snapshot of the catalog as loaded, so the change report can show
*> the supervisor exactly what the file said before this session.

01 BeforeTable.
    02 BeforeEntryCount       PIC 99  VALUE 0  USAGE COMP.
    02 BeforeEntry OCCURS 99 TIMES  PIC X(72).

*> One line per completed add/change/retirement, replayed in the
*> change report so the sign-off shows what was done, and which
*> version it superseded, as well as the result.

01 ActionTrail.
    02 ActionCount            PIC 99  VALUE 0  USAGE COMP.
    02 ActionEntry OCCURS 50 TIMES  PIC X(100).

01 CatalogIndex               PIC 99  USAGE COMP.
01 FoundIndex                 PIC 99  USAGE COMP.
01 ShiftIndex                 PIC 99  USAGE COMP.
01 InsertIndex                PIC 99  USAGE COMP.

01 ActionVerb                 PIC X(10).
01 SupersededText             PIC X(16).

01 ScenarioFoundFlag          PIC X  VALUE "N".
    88 ScenarioWasFound       VALUE "Y".
    88 ListRequested          VALUE "L", "l".
    88 AddRequested           VALUE "A", "a".
    88 ChangeRequested        VALUE "C", "c".
    88 RetireRequested        VALUE "R", "r", "D", "d".
    88 QuitRequested          VALUE "Q", "q".

01 ConfirmAnswer              PIC X.
01 NumericAnswer              PIC X(12).
01 QualAnswer                 PIC X(1).
    88 IsValidQualLevel       VALUE "T", "P", "C".
01 EffectiveDateAnswer        PIC X(8).

*> Candidate record built up by AddScenario/ChangeScenario and checked
*> by ValidateCandidate before it is allowed into the table.
    02 CndThrust              PIC 9V9(6).
    02 CndMinQual             PIC X(1).
    02 CndAscentWeight        PIC 9(6).
    02 CndVersion             PIC 9(3).
    02 CndEffectiveDate       PIC X(8).
    02 CndStatus              PIC X(1).

01 CandidateOkFlag            PIC X  VALUE "N".
    88 CandidateIsOk          VALUE "Y".
    02 FILLER                 PIC X(10)  VALUE "GRAVITY".
    02 FILLER                 PIC X(10)  VALUE "THRUST".
    02 FILLER                 PIC X(6)   VALUE "QUAL".
    02 FILLER                 PIC X(8)   VALUE "ASC WT".
    02 FILLER                 PIC X(5)   VALUE "VER".
    02 FILLER                 PIC X(10)  VALUE "EFFECTIVE".
    02 FILLER                 PIC X(4)   VALUE "ST".
    02 FILLER                 PIC X(10)  VALUE "PHASE".

01 CatalogDetailLine.
    02 DetailCode             PIC X(1).
    02 DetailMinQual          PIC X(1).
    02 FILLER                 PIC X(3)   VALUE SPACES.
    02 DetailAscentWeight     PIC ZZZZZ9.
    02 FILLER                 PIC X(2)   VALUE SPACES.
    02 DetailVersion          PIC 9(3).
    02 FILLER                 PIC X(2)   VALUE SPACES.
    02 DetailEffectiveDate    PIC X(8).
    02 FILLER                 PIC X(2)   VALUE SPACES.
    02 DetailStatus           PIC X(1).
    02 FILLER                 PIC X(3)   VALUE SPACES.
    02 DetailPhase            PIC X(10).

*> Where a version stands on the run date: not yet in effect, in
*> effect, or superseded by a later version of the same code already
*> in effect. Set from the version's own date and the next entry in
*> the table, which is the next version when the code matches.

01 PhaseWork.
    02 PhaseCode              PIC X(1).
    02 PhaseEffectiveDate     PIC X(8).
    02 PhaseNextCode          PIC X(1).
    02 PhaseNextDate          PIC X(8).

01 CountDisplay               PIC Z9.


    DISPLAY "SCENARIO CATALOG MAINTENANCE"
    MOVE CatalogEntryCount TO CountDisplay
    DISPLAY CountDisplay " SCENARIO VERSION(S) ON FILE"

    PERFORM WITH TEST AFTER UNTIL QuitRequested
        DISPLAY BlankLine
        DISPLAY "FUNCTIONS: L)IST  A)DD  C)HANGE  R)ETIRE  Q)UIT"
        DISPLAY "ENTER FUNCTION:" NO ADVANCING
        ACCEPT MenuAnswer
        EVALUATE TRUE
                PERFORM AddScenario
            WHEN ChangeRequested
                PERFORM ChangeScenario
            WHEN RetireRequested
                PERFORM RetireScenario
            WHEN QuitRequested
                CONTINUE
            WHEN OTHER
                DISPLAY "NOT POSSIBLE - ENTER L, A, C, R, OR Q"
        END-EVALUATE
    END-PERFORM

                            TO CatMinQual(CatalogEntryCount)
                        MOVE CfgAscentWeight
                            TO CatAscentWeight(CatalogEntryCount)
                        MOVE CfgVersion
                            TO CatVersion(CatalogEntryCount)
                        MOVE CfgEffectiveDate
                            TO CatEffectiveDate(CatalogEntryCount)
                        MOVE CfgStatus
                            TO CatStatus(CatalogEntryCount)
                    ELSE
                        SET CatalogOverflowed TO TRUE
                    END-IF
    END-PERFORM
    EXIT.

*> Display the current in-memory catalog in columns, every version.
ListCatalog.
    DISPLAY BlankLine
    DISPLAY CatalogHeadings
    MOVE CatThrust(CatalogIndex)        TO DetailThrust
    MOVE CatMinQual(CatalogIndex)       TO DetailMinQual
    MOVE CatAscentWeight(CatalogIndex)  TO DetailAscentWeight
    MOVE CatVersion(CatalogIndex)       TO DetailVersion
    MOVE CatEffectiveDate(CatalogIndex) TO DetailEffectiveDate
    MOVE CatStatus(CatalogIndex)        TO DetailStatus
    MOVE CatScenarioCode(CatalogIndex)  TO PhaseCode
    MOVE CatEffectiveDate(CatalogIndex) TO PhaseEffectiveDate
    MOVE SPACES TO PhaseNextCode PhaseNextDate
    IF CatalogIndex < CatalogEntryCount THEN
        MOVE CatScenarioCode(CatalogIndex + 1)  TO PhaseNextCode
        MOVE CatEffectiveDate(CatalogIndex + 1) TO PhaseNextDate
    END-IF
    PERFORM SetDetailPhase
    EXIT.

SetDetailPhase.
    EVALUATE TRUE
        WHEN PhaseEffectiveDate > RunDate
            MOVE "PENDING"    TO DetailPhase
        WHEN PhaseNextCode = PhaseCode
                AND PhaseNextDate <= RunDate
            MOVE "SUPERSEDED" TO DetailPhase
        WHEN OTHER
            MOVE "IN EFFECT"  TO DetailPhase
    END-EVALUATE
    EXIT.

*> Locate the latest version of CodeAnswer in the catalog table,
*> leaving FoundIndex on it and ScenarioWasFound true when the code
*> is present. Versions ascend within a code, so the last entry
*> carrying the code is the latest.
FindScenario.
    MOVE "N" TO ScenarioFoundFlag
    MOVE 0 TO FoundIndex
    PERFORM VARYING CatalogIndex FROM 1 BY 1
            UNTIL CatalogIndex > CatalogEntryCount
        IF CatScenarioCode(CatalogIndex) = CodeAnswer THEN
            SET ScenarioWasFound TO TRUE
            MOVE CatalogIndex TO FoundIndex
    END-PERFORM
    EXIT.

*> Prompt for a complete new scenario record and add it to the table
*> once it passes validation. A code already on file may only be
*> added again when its latest version is retired: that reinstates
*> the scenario as its next version.
AddScenario.
    IF CatalogEntryCount >= CatalogLimit THEN
        DISPLAY "CATALOG TABLE FULL - NO ROOM FOR ANOTHER VERSION"
    ELSE
        DISPLAY "ENTER NEW SCENARIO CODE:" NO ADVANCING
        ACCEPT CodeAnswer
        IF CodeAnswer = SPACE THEN
            DISPLAY "NOT POSSIBLE - SCENARIO CODE MAY NOT BE BLANK"
        ELSE
            IF ScenarioWasFound AND CatStatus(FoundIndex) NOT = "R" THEN
                DISPLAY "NOT POSSIBLE - SCENARIO CODE ALREADY ON FILE"
            ELSE
                MOVE SPACES TO CandidateEntry
                MOVE CodeAnswer TO CndScenarioCode
                PERFORM PromptCandidateFields
                PERFORM PromptEffectiveDate
                PERFORM ValidateCandidate
                IF CandidateIsOk THEN
                    IF ScenarioWasFound THEN
                        MOVE "REINSTATED" TO ActionVerb
                    ELSE
                        MOVE "ADDED" TO ActionVerb
                    END-IF
                    MOVE "A" TO CndStatus
                    PERFORM StoreNewVersion
                    DISPLAY "SCENARIO ADDED AS VERSION " CndVersion
                END-IF
            END-IF
        END-IF
    EXIT.

*> Prompt for replacement values for an existing scenario. A blank
*> entry keeps the value in the latest version, so a one-field
*> correction doesn't mean rekeying the whole record. The result is
*> stored as the next version; the version it supersedes stays on
*> file for the missions already flown under it.
ChangeScenario.
    DISPLAY "ENTER SCENARIO CODE TO CHANGE:" NO ADVANCING
    ACCEPT CodeAnswer
    PERFORM FindScenario
    EVALUATE TRUE
        WHEN NOT ScenarioWasFound
            DISPLAY "NOT POSSIBLE - SCENARIO CODE NOT ON FILE"
        WHEN CatStatus(FoundIndex) = "R"
            DISPLAY "NOT POSSIBLE - SCENARIO IS RETIRED - "
                "ADD IT AGAIN TO REINSTATE IT"
        WHEN CatalogEntryCount >= CatalogLimit
            DISPLAY "CATALOG TABLE FULL - NO ROOM FOR ANOTHER VERSION"
        WHEN OTHER
            MOVE FoundIndex TO CatalogIndex
            PERFORM FormatCatalogEntry
            DISPLAY CatalogHeadings
            DISPLAY CatalogDetailLine
            DISPLAY "ENTER NEW VALUES (BLANK KEEPS CURRENT VALUE)"
            MOVE CatalogEntry(FoundIndex) TO CandidateEntry
            PERFORM PromptReplacementFields
            PERFORM PromptEffectiveDate
            PERFORM ValidateCandidate
            IF CandidateIsOk THEN
                MOVE "CHANGED" TO ActionVerb
                MOVE "A" TO CndStatus
                PERFORM StoreNewVersion
                DISPLAY "SCENARIO CHANGED - VERSION " CndVersion
                    " SUPERSEDES VERSION " CatVersion(FoundIndex)
            END-IF
    END-EVALUATE
    EXIT.

*> Retire a scenario after confirmation. The scenario is not removed:
*> a version with status R is added, copying the latest version's
*> values, and from its effective date the lander no longer offers
*> the scenario while every earlier version stays on file.
RetireScenario.
    DISPLAY "ENTER SCENARIO CODE TO RETIRE:" NO ADVANCING
    ACCEPT CodeAnswer
    PERFORM FindScenario
    EVALUATE TRUE
        WHEN NOT ScenarioWasFound
            DISPLAY "NOT POSSIBLE - SCENARIO CODE NOT ON FILE"
        WHEN CatStatus(FoundIndex) = "R"
            DISPLAY "NOT POSSIBLE - SCENARIO IS ALREADY RETIRED"
        WHEN CatalogEntryCount >= CatalogLimit
            DISPLAY "CATALOG TABLE FULL - NO ROOM FOR ANOTHER VERSION"
        WHEN OTHER
            MOVE FoundIndex TO CatalogIndex
            PERFORM FormatCatalogEntry
            DISPLAY CatalogDetailLine
            DISPLAY "RETIRE THIS SCENARIO? (Y/N):" NO ADVANCING
            ACCEPT ConfirmAnswer
            IF ConfirmedYes THEN
                MOVE CatalogEntry(FoundIndex) TO CandidateEntry
                PERFORM PromptEffectiveDate
                MOVE "Y" TO CandidateOkFlag
                PERFORM ValidateEffectiveDate
                IF CandidateIsOk THEN
                    MOVE "RETIRED" TO ActionVerb
                    MOVE "R" TO CndStatus
                    PERFORM StoreNewVersion
                    DISPLAY "SCENARIO RETIRED AS VERSION " CndVersion
                ELSE
                    DISPLAY "SCENARIO NOT STORED"
                END-IF
            ELSE
                DISPLAY "RETIREMENT ABANDONED"
            END-IF
    END-EVALUATE
    EXIT.

*> The date the new version takes effect. A blank entry means today.
PromptEffectiveDate.
    DISPLAY "EFFECTIVE DATE (YYYYMMDD, BLANK FOR TODAY):"
        NO ADVANCING
    ACCEPT EffectiveDateAnswer
    IF EffectiveDateAnswer = SPACES THEN
        MOVE RunDate TO EffectiveDateAnswer
    END-IF
    MOVE EffectiveDateAnswer TO CndEffectiveDate
    EXIT.

*> Put the validated candidate into the table as the next version of
*> its code - version 1 for a brand-new code - directly after the
*> version it supersedes, so each code's versions stay together in
*> ascending order; a brand-new code goes on the end.
StoreNewVersion.
    IF ScenarioWasFound THEN
        COMPUTE CndVersion = CatVersion(FoundIndex) + 1
        COMPUTE InsertIndex = FoundIndex + 1
        MOVE SPACES TO SupersededText
        STRING "SUPERSEDES V" CatVersion(FoundIndex)
            DELIMITED BY SIZE INTO SupersededText
    ELSE
        MOVE 1 TO CndVersion
        COMPUTE InsertIndex = CatalogEntryCount + 1
        MOVE SPACES TO SupersededText
    END-IF
    PERFORM VARYING ShiftIndex FROM CatalogEntryCount BY -1
            UNTIL ShiftIndex < InsertIndex
        MOVE CatalogEntry(ShiftIndex) TO CatalogEntry(ShiftIndex + 1)
    END-PERFORM
    MOVE CandidateEntry TO CatalogEntry(InsertIndex)
    ADD 1 TO CatalogEntryCount
    ADD 1 TO ChangeCount
    PERFORM RecordAction
    EXIT.

*> Prompt for every field of a brand-new scenario record.
            "THE EMPTY WEIGHT (OR 0 FOR NO ASCENT STAGE)"
        MOVE "N" TO CandidateOkFlag
    END-IF
    PERFORM ValidateEffectiveDate
    IF NOT CandidateIsOk THEN
        DISPLAY "SCENARIO NOT STORED"
    END-IF
    EXIT.

*> A new version may not take effect in the past - missions already
*> flown would silently change version - nor before the version it
*> supersedes, or the versions of a code would stop ascending by date.
ValidateEffectiveDate.
    IF CndEffectiveDate IS NOT NUMERIC THEN
        DISPLAY "REJECTED - EFFECTIVE DATE MUST BE YYYYMMDD"
        MOVE "N" TO CandidateOkFlag
    ELSE
        IF FUNCTION TEST-DATE-YYYYMMDD(
                FUNCTION NUMVAL(CndEffectiveDate)) NOT = 0 THEN
            DISPLAY "REJECTED - EFFECTIVE DATE IS NOT A CALENDAR DATE"
            MOVE "N" TO CandidateOkFlag
        END-IF
        IF CndEffectiveDate < RunDate THEN
            DISPLAY "REJECTED - A VERSION MAY NOT TAKE EFFECT "
                "BEFORE TODAY"
            MOVE "N" TO CandidateOkFlag
        END-IF
        IF ScenarioWasFound THEN
            IF CndEffectiveDate < CatEffectiveDate(FoundIndex) THEN
                DISPLAY "REJECTED - EFFECTIVE DATE IS BEFORE THAT OF "
                    "VERSION " CatVersion(FoundIndex) " ("
                    CatEffectiveDate(FoundIndex) ")"
                MOVE "N" TO CandidateOkFlag
            END-IF
        END-IF
    END-IF
    EXIT.

*> One action-trail line for the version just stored: what was done,
*> the new version and its effective date, and the version it
*> superseded.
RecordAction.
    IF ActionCount < 50 THEN
        ADD 1 TO ActionCount
        MOVE SPACES TO ActionEntry(ActionCount)
        STRING ActionVerb " SCENARIO " CndScenarioCode
            " (" FUNCTION TRIM(CndScenarioName) ") V" CndVersion
            " EFFECTIVE " CndEffectiveDate "  " SupersededText
            DELIMITED BY SIZE INTO ActionEntry(ActionCount)
    END-IF
    EXIT.
        MOVE CatThrust(CatalogIndex)        TO CfgThrust
        MOVE CatMinQual(CatalogIndex)       TO CfgMinQual
        MOVE CatAscentWeight(CatalogIndex)  TO CfgAscentWeight
        MOVE CatVersion(CatalogIndex)       TO CfgVersion
        MOVE CatEffectiveDate(CatalogIndex) TO CfgEffectiveDate
        MOVE CatStatus(CatalogIndex)        TO CfgStatus
        WRITE MissionConfigRecord
    END-PERFORM
    CLOSE MissionConfig
    MOVE BeforeEntry(CatalogIndex)(54:1)  TO DetailMinQual
    MOVE FUNCTION NUMVAL(BeforeEntry(CatalogIndex)(55:6))
        TO DetailAscentWeight
    MOVE FUNCTION NUMVAL(BeforeEntry(CatalogIndex)(61:3))
        TO DetailVersion
    MOVE BeforeEntry(CatalogIndex)(64:8)  TO DetailEffectiveDate
    MOVE BeforeEntry(CatalogIndex)(72:1)  TO DetailStatus
    MOVE BeforeEntry(CatalogIndex)(1:1)   TO PhaseCode
    MOVE BeforeEntry(CatalogIndex)(64:8)  TO PhaseEffectiveDate
    MOVE SPACES TO PhaseNextCode PhaseNextDate
    IF CatalogIndex < BeforeEntryCount THEN
        MOVE BeforeEntry(CatalogIndex + 1)(1:1)  TO PhaseNextCode
        MOVE BeforeEntry(CatalogIndex + 1)(64:8) TO PhaseNextDate
    END-IF
    PERFORM SetDetailPhase
    MOVE CatalogDetailLine TO ChangeReportLine
    WRITE ChangeReportLine
    EXIT.
