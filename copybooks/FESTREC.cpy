*> ================================================================
*> FESTREC.CPY
*> Finance extract state record. The state dataset (EXTRSTAT)
*> holds what the last successful nightly extract got through, so
*> the next one picks up exactly there: a missed night catches up
*> and no row goes out twice.
*>
*> FEST-RECORD-TYPE:
*>   C  control - one, first: the date and time of the last
*>      extract, and the high-water mark on the audit trail and on
*>      the run history - the run date and time of the last record
*>      extracted, and how many records carrying that same date
*>      and time were extracted (one run writes many audit records
*>      under one stamp; both files are appended in time order)
*>   G  GL batch - one per GL extract batch whose disposition is
*>      not yet final: the disposition last reported for it, and
*>      the run date, line count and totals it was last seen
*>      with. A batch leaves the state the night it is reported
*>      posted, or once a batch refused at release has left the
*>      hold files.
*> ================================================================
01  FEST-RECORD.
    05  FEST-RECORD-TYPE            PIC X(01).
        88  FEST-IS-CONTROL                 VALUE "C".
        88  FEST-IS-GL-BATCH                VALUE "G".
    05  FEST-CONTROL-DATA.
        10  FEST-LAST-EXTRACT-DATE  PIC 9(08).
        10  FEST-LAST-EXTRACT-TIME  PIC 9(08).
        10  FEST-AUDIT-MARK-DATE    PIC 9(08).
        10  FEST-AUDIT-MARK-TIME    PIC 9(08).
        10  FEST-AUDIT-MARK-COUNT   PIC 9(06).
        10  FEST-RUNH-MARK-DATE     PIC 9(08).
        10  FEST-RUNH-MARK-TIME     PIC 9(08).
        10  FEST-RUNH-MARK-COUNT    PIC 9(06).
    05  FEST-GL-BATCH-DATA REDEFINES FEST-CONTROL-DATA.
        10  FEST-GL-BATCH-ID        PIC X(08).
        10  FEST-GL-DISPOSITION     PIC X(08).
        10  FEST-GL-REFUSED-SWITCH  PIC X(01).
            88  FEST-GL-WAS-REFUSED         VALUE "Y".
        10  FEST-GL-RUN-DATE        PIC 9(08).
        10  FEST-GL-LINE-COUNT      PIC 9(06).
        10  FEST-GL-DEBIT-TOTAL     PIC 9(11)V99.
        10  FEST-GL-CREDIT-TOTAL    PIC 9(11)V99.
        10  FILLER                  PIC X(03).
