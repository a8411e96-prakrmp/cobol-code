*> ================================================================
*> OPERHREC.CPY
*> Operator master change-history record: one appended per add
*> or change applied by the operator maintenance run, carrying
*> the user who made the change, the date and time, and the full
*> before and after images of the operator's entry, so the
*> auditors can answer "who gave that clerk release authority,
*> and when" from a dataset. An add carries spaces in the before
*> image. Operators are deactivated, never deleted, so there is
*> no delete image.
*> ================================================================
01  OPERH-RECORD.
    05  OPERH-CHANGE-DATE           PIC 9(8).
    05  OPERH-CHANGE-TIME           PIC 9(8).
    05  OPERH-USER-ID               PIC X(08).
    05  OPERH-ACTION                PIC X(01).
        88  OPERH-WAS-ADDED                 VALUE "A".
        88  OPERH-WAS-CHANGED               VALUE "C".
    05  OPERH-OPER-USER-ID          PIC X(08).
    05  OPERH-OLD-NAME              PIC X(30).
    05  OPERH-OLD-FUNCTIONS         PIC X(06).
    05  OPERH-OLD-STATUS            PIC X(01).
    05  OPERH-NEW-NAME              PIC X(30).
    05  OPERH-NEW-FUNCTIONS         PIC X(06).
    05  OPERH-NEW-STATUS            PIC X(01).
