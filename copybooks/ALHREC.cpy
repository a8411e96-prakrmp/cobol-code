*> ================================================================
*> ALHREC.CPY
*> Cost allocation rule change-history record: one appended per
*> rule the allocation rule load adds, changes, or deletes,
*> carrying the user, date, and time of the load and the rule's
*> full before and after images (each laid out as ALOCREC, 224
*> bytes), so accounting can answer "when did the mail room's
*> split change, and from what" from a dataset. An add carries
*> spaces in the before image; a delete carries spaces in the
*> after image.
*> ================================================================
01  ALH-RECORD.
    05  ALH-CHANGE-DATE             PIC 9(8).
    05  ALH-CHANGE-TIME             PIC 9(8).
    05  ALH-USER-ID                 PIC X(08).
    05  ALH-ACTION                  PIC X(01).
        88  ALH-WAS-ADDED                   VALUE "A".
        88  ALH-WAS-CHANGED                 VALUE "C".
        88  ALH-WAS-DELETED                 VALUE "D".
    05  ALH-RULE-ID                 PIC X(08).
    05  ALH-OLD-IMAGE               PIC X(224).
    05  ALH-NEW-IMAGE               PIC X(224).
