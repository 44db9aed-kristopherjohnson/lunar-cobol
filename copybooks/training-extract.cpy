*> Training-records interface detail record, one per completed
*> mission outcome sent to the corporate learning system. The layout
*> is fixed by the interface agreement: no separators, amounts signed
*> with a leading separate sign and two implied decimals. The record
*> sequence numbers the details of one batch from 1, and is what an
*> acknowledgment names a record by; the send type is N for a mission
*> sent for the first time and R for one sent again after a reject.
*> The dispersion flag is Y when the mission was flown with random
*> anomalies drawn.
    05 TrnRecordType          PIC X(1).
        88 TrnIsDetail        VALUE "D".
    05 TrnRecordSeq           PIC 9(6).
    05 TrnSendType            PIC X(1).
    05 TrnOperatorId          PIC X(10).
    05 TrnRunDate             PIC X(8).
    05 TrnRunTime             PIC X(6).
    05 TrnScenarioCode        PIC X(1).
    05 TrnScenarioName        PIC X(20).
    05 TrnSiteName            PIC X(20).
    05 TrnOutcome             PIC X(20).
    05 TrnImpactVelocity      PIC S9(5)V99  SIGN IS LEADING SEPARATE.
    05 TrnFuelLeft            PIC S9(5)V99  SIGN IS LEADING SEPARATE.
    05 TrnDispersionFlag      PIC X(1).
