*> ================================================================
*> BUDGREC.CPY
*> Department budget master record: one per department and
*> accounting period (YYYYMM), holding the amount the department
*> is budgeted to put through in that period, in base currency -
*> the same currency the audit trail's AUDIT-BASE-RESULT carries,
*> so the variance report sets like against like. Loaded once a
*> year from finance's annual budget file by the budget load run
*> and adjusted between loads by the keyed budget maintenance
*> session; both record every change on the BUDGHIST change
*> history. BUDG-KEY is unique on the master. BUDG-SOURCE says
*> which last set the amount: L the annual load, K a keyed
*> adjustment.
*> ================================================================
01  BUDG-RECORD.
    05  BUDG-KEY.
        10  BUDG-DEPT-CODE          PIC X(04).
        10  BUDG-ACCT-PERIOD        PIC 9(06).
    05  BUDG-AMOUNT                 PIC S9(9)V99 SIGN IS TRAILING
                                                 SEPARATE CHARACTER.
    05  BUDG-SOURCE                 PIC X(01).
        88  BUDG-WAS-LOADED                 VALUE "L".
        88  BUDG-WAS-KEYED                  VALUE "K".
