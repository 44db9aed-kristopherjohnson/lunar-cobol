*> stage: at liftoff the craft weighs that plus whatever fuel the
*> descent left in the tanks. Zero means the scenario has no ascent
*> stage configured and the lander never offers the return flight.
*>
*> A scenario is never overwritten in place. Each change is a new
*> record for the same code with the next version number and the
*> date it takes effect; the version in effect on a given date is the
*> highest-numbered version whose effective date is on or before it.
*> Versions of one code are kept together in ascending order, and a
*> later version never takes effect before an earlier one. A status
*> of "R" retires the scenario from that version's effective date:
*> it can no longer be flown, but its earlier versions stay on file
*> so missions already flown under them can still be priced and
*> re-flown against the physics they actually had.
    05 ScenarioCode            PIC X(1).
    05 ScenarioName            PIC X(20).
    05 CfgAltitude             PIC 9(6).
    05 CfgThrust               PIC 9V9(6).
    05 CfgMinQual              PIC X(1).
    05 CfgAscentWeight         PIC 9(6).
    05 CfgVersion              PIC 9(3).
    05 CfgEffectiveDate        PIC X(8).
    05 CfgStatus               PIC X(1).
