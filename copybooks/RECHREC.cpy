*> ================================================================
*> RECHREC.CPY
*> Recurring-entry master change-history record: one appended per
*> add, change, or delete applied by the recurring-entry
*> maintenance session, carrying the user, date, and time of the
*> change and the entry's full before and after images (each laid
*> out as RECRREC, 312 bytes), so accounting can answer "who
*> raised the warehouse lease and when" from a dataset. An add
*> carries spaces in the before image; a delete carries spaces in
*> the after image.
*> ================================================================
01  RECH-RECORD.
    05  RECH-CHANGE-DATE            PIC 9(8).
    05  RECH-CHANGE-TIME            PIC 9(8).
    05  RECH-USER-ID                PIC X(08).
    05  RECH-ACTION                 PIC X(01).
        88  RECH-WAS-ADDED                  VALUE "A".
        88  RECH-WAS-CHANGED                VALUE "C".
        88  RECH-WAS-DELETED                VALUE "D".
    05  RECH-ENTRY-ID               PIC X(08).
    05  RECH-OLD-IMAGE              PIC X(312).
    05  RECH-NEW-IMAGE              PIC X(312).
