*>     control total. The currency itself is not carried: the
*>     daily run re-reads it from the batch's opening header on
*>     every start, restart included.
*>   - Added the run-level state a multi-batch run needs to resume
*>     in the right batch: CHKPT-BATCHES-DONE (batches of the run
*>     already finished and registered - a restart passes over
*>     them without redoing anything), CHKPT-BATCH-ID (the batch in
*>     progress), the run's return code and outcome counts so far,
*>     and the suspense-file positions a duplicate batch trims back
*>     to. A batch boundary writes a checkpoint of its own with a
*>     zero sequence number, meaning the next batch starts fresh.
*>     Appended; a checkpoint in the old layout reads with no
*>     batches done, which is what a one-batch run always was.
*> ================================================================
01  CHKPT-RECORD.
    05  CHKPT-LAST-SEQUENCE-NO      PIC 9(6).
                                    PIC 9(6).
    05  CHKPT-BASE-CONTROL-TOTAL    PIC S9(9)V99 SIGN IS TRAILING
                                                  SEPARATE CHARACTER.
    05  CHKPT-BATCHES-DONE          PIC 9(4).
    05  CHKPT-BATCH-ID              PIC X(08).
    05  CHKPT-RUN-RETURN-CODE       PIC 9(2).
    05  CHKPT-RUN-POSTED-COUNT      PIC 9(4).
    05  CHKPT-RUN-HELD-COUNT        PIC 9(4).
    05  CHKPT-RUN-DUPLICATE-COUNT   PIC 9(4).
    05  CHKPT-RUN-UNPROVED-COUNT    PIC 9(4).
    05  CHKPT-RUN-REFUSED-COUNT     PIC 9(4).
    05  CHKPT-RUN-POSTED-TOTAL      PIC S9(11)V99 SIGN IS TRAILING
                                                  SEPARATE CHARACTER.
    05  CHKPT-SUSP-WRITTEN-COUNT    PIC 9(6).
    05  CHKPT-SUSP-BASE-COUNT       PIC 9(6).
