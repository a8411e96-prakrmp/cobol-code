*> ================================================================
*> RECRREC.CPY
*> Recurring-entry master record: one per standing batch - the
*> rent, lease, and service-contract work that used to be keyed
*> by hand every month. Each entry names the department and
*> currency its work posts under and carries the amounts exactly
*> as a clerk would key them (up to one full TRANREC amount
*> table), how often it falls due, the dates it runs between, and
*> the last accounting period the generator wrote it for.
*> Maintained by the keyed recurring-entry maintenance session,
*> which records every change on the RECRHIST change history;
*> RECR-LAST-PERIOD is set only by the generator, which takes an
*> entry for a period only when the period is later than it, so
*> no entry is ever generated twice for the same period.
*>
*> RECR-FREQUENCY:
*>   M  monthly - every period from the start date's month
*>   Q  quarterly - every third period, counting from the start
*>      date's month
*>   D  on a given day - every period, dated RECR-DUE-DAY of the
*>      month (01-28) instead of the period's first day
*> RECR-END-DATE zero means the entry runs until it is ended.
*> RECR-ENTRY-ID is unique on the master.
*> ================================================================
01  RECR-RECORD.
    05  RECR-ENTRY-ID               PIC X(08).
    05  RECR-DESCRIPTION            PIC X(30).
    05  RECR-DEPT-CODE              PIC X(04).
    05  RECR-CURRENCY-CODE          PIC X(03).
    05  RECR-FREQUENCY              PIC X(01).
        88  RECR-IS-MONTHLY                 VALUE "M".
        88  RECR-IS-QUARTERLY               VALUE "Q".
        88  RECR-IS-ON-GIVEN-DAY            VALUE "D".
    05  RECR-DUE-DAY                PIC 9(02).
    05  RECR-START-DATE             PIC 9(08).
    05  RECR-END-DATE               PIC 9(08).
    05  RECR-LAST-PERIOD            PIC 9(06).
    05  RECR-AMOUNT-COUNT           PIC 9(02).
    05  RECR-AMOUNTS.
        10  RECR-AMOUNT-TABLE OCCURS 20 TIMES
                                     PIC S9(9)V99 SIGN IS TRAILING
                                                  SEPARATE CHARACTER.
