*> Training-records interface header, the first record of every
*> extract: the interface name, the batch number (one higher every
*> successful extract, so the receiver can tell a gap or a repeat),
*> when the extract ran, and the high-water mark it started from.
    05 TrhRecordType          PIC X(1).
        88 TrhIsHeader        VALUE "H".
    05 TrhInterfaceId         PIC X(8).
    05 TrhBatchNumber         PIC 9(6).
    05 TrhExtractDate         PIC X(8).
    05 TrhExtractTime         PIC X(6).
    05 TrhFromRunDate         PIC X(8).
    05 TrhFromRunTime         PIC X(6).
    05 FILLER                 PIC X(67).
