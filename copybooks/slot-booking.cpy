*> Simulator slot booking master record, keyed by booking date plus
*> slot start time (HHMM), one record per slot booked. The slot runs
*> for the booked number of minutes and never past midnight. Status B
*> is a live booking; a cancelled booking is kept with status X so the
*> weekly report still knows it was there, and its slot may be booked
*> again. When another operator takes a booked slot at sign-on on a
*> C-level override, the lander stamps who took it and who authorized
*> it, so the booked operator's no-show can be told from a slot taken
*> away from them.
    05 BkgKey.
        10 BkgDate            PIC X(8).
        10 BkgStartTime       PIC X(4).
    05 BkgOperatorId          PIC X(10).
    05 BkgScenarioCode        PIC X(1).
    05 BkgSlotMinutes         PIC 9(3).
    05 BkgStatus              PIC X(1).
    05 BkgBookedDate          PIC X(8).
    05 BkgTakenById           PIC X(10).
    05 BkgOverrideById        PIC X(10).
