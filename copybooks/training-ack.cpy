*> Acknowledgment returned by the corporate learning system, one
*> record per detail record it received: the batch and record
*> sequence it answers, A for accepted or R for rejected, and for a
*> reject the receiver's reason code and text.
    05 AckBatchNumber         PIC 9(6).
    05 AckRecordSeq           PIC 9(6).
    05 AckStatus              PIC X(1).
        88 AckAccepted        VALUE "A".
        88 AckRejected        VALUE "R".
    05 AckReasonCode          PIC X(4).
    05 AckReasonText          PIC X(40).
