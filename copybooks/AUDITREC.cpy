*>     produced it. A base-currency batch carries a blank code
*>     and rate 1.000000, and its base result equals its result.
*>     Appended; same archive cutover as above.
*>   - Added action U, an authorization refusal: a program that
*>     turned a user away because the operator master does not
*>     give that user the function (or the user is inactive or
*>     not on the master at all) writes one, with the refused
*>     user's id, the batch concerned when there is one, and -
*>     in the space the amount table occupies on a transaction -
*>     the function code refused, the reason, and the refusing
*>     program. Refusal records carry no amounts (count zero,
*>     results zero, rate 1.000000); the statement and backout
*>     runs pass them over with the release decisions. The
*>     record length is unchanged, so no cutover is needed.
*>   - Chained the trail so a record edited, removed, or added by
*>     hand shows. AUDIT-BATCH-ENTRY-NO numbers a run's totalled
*>     transactions within their batch from 1 up (the transaction
*>     sequence legitimately skips the numbers that went to
*>     suspense, so it cannot show a missing record); decision and
*>     refusal records carry zero. AUDIT-CHAIN-VALUE is the
*>     running check value: every program that writes the trail
*>     reads the value on the last record already there, folds the
*>     333 bytes ahead of the field into it, and stores the result
*>     (the very first record folds from zero). The audit
*>     verification run recomputes the chain over the live trail
*>     and its archive generations. Appended; same archive
*>     cutover as above - the verification run starts from the
*>     first generation written after it.
*> ================================================================
01  AUDIT-RECORD.
    05  AUDIT-RUN-DATE              PIC 9(8).
        10  AUDIT-AMOUNT-TABLE OCCURS 20 TIMES
                                     PIC S9(9)V99 SIGN IS TRAILING
                                                  SEPARATE CHARACTER.
    05  AUDIT-REFUSAL-DATA REDEFINES AUDIT-AMOUNTS.
        10  AUDIT-REFUSED-FUNCTION  PIC X(01).
        10  AUDIT-REFUSAL-REASON    PIC X(30).
        10  AUDIT-REFUSING-PROGRAM  PIC X(08).
        10  FILLER                  PIC X(201).
    05  AUDIT-RESULT                PIC S9(9)V99 SIGN IS TRAILING
                                                 SEPARATE CHARACTER.
    05  AUDIT-BATCH-ID              PIC X(08).
    05  AUDIT-ACTION                PIC X(01).
        88  AUDIT-IS-A-RELEASE              VALUE "R".
        88  AUDIT-IS-A-REFUSAL              VALUE "X".
        88  AUDIT-IS-AN-AUTH-REFUSAL        VALUE "U".
    05  AUDIT-CURRENCY-CODE         PIC X(03).
    05  AUDIT-CONV-RATE             PIC 9(3)V9(6).
    05  AUDIT-BASE-RESULT           PIC S9(9)V99 SIGN IS TRAILING
                                                 SEPARATE CHARACTER.
    05  AUDIT-BATCH-ENTRY-NO        PIC 9(06).
    05  AUDIT-CHAIN-VALUE           PIC 9(09).
