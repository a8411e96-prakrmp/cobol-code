*> ================================================================
*> ALJREC.CPY
*> Cost allocation journal history record: one appended for every
*> journal line the month-end allocation run writes to the GL
*> extract, so the run can tell whether a period has already been
*> allocated and can write the exact reversal of an allocation
*> from the lines it actually sent. ALJ-BATCH-ID is the journal's
*> batch number (its GL-BATCH-ID). An allocation line (type A)
*> carries the rule, the department, the account, the side, the
*> amount, and - on a target's debit - the rule percentage it was
*> figured at. A reversal line (type R) carries the same fields
*> with the side turned over, and names the allocation journal it
*> reverses in ALJ-REVERSED-BATCH-ID. A period's allocation stands
*> until a reversal naming its batch is on the history.
*> ================================================================
01  ALJ-RECORD.
    05  ALJ-ACCT-PERIOD             PIC 9(06).
    05  ALJ-BATCH-ID                PIC X(08).
    05  ALJ-ENTRY-TYPE              PIC X(01).
        88  ALJ-IS-ALLOCATION               VALUE "A".
        88  ALJ-IS-REVERSAL                 VALUE "R".
    05  ALJ-REVERSED-BATCH-ID       PIC X(08).
    05  ALJ-RUN-DATE                PIC 9(08).
    05  ALJ-RUN-TIME                PIC 9(08).
    05  ALJ-USER-ID                 PIC X(08).
    05  ALJ-RULE-ID                 PIC X(08).
    05  ALJ-DEPT-CODE               PIC X(04).
    05  ALJ-ACCOUNT-NO              PIC X(10).
    05  ALJ-DEBIT-CREDIT            PIC X(01).
        88  ALJ-IS-DEBIT                    VALUE "D".
        88  ALJ-IS-CREDIT                   VALUE "C".
    05  ALJ-AMOUNT                  PIC 9(9)V99.
    05  ALJ-TARGET-PCT              PIC 9(3)V99.
