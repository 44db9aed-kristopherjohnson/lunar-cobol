*> Training-records interface trailer, the last record of every
*> extract: the detail record count and hash totals of the impact
*> velocities, fuel left, and run dates of the details, for the
*> receiver to prove the batch arrived whole.
    05 TrtRecordType          PIC X(1).
        88 TrtIsTrailer       VALUE "T".
    05 TrtBatchNumber         PIC 9(6).
    05 TrtRecordCount         PIC 9(6).
    05 TrtVelocityHash        PIC S9(9)V99  SIGN IS LEADING SEPARATE.
    05 TrtFuelLeftHash        PIC S9(9)V99  SIGN IS LEADING SEPARATE.
    05 TrtRunDateHash         PIC 9(14).
    05 FILLER                 PIC X(59).
