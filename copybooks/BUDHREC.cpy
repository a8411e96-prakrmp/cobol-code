*> ================================================================
*> BUDHREC.CPY
*> Budget master change-history record: one appended per budget
*> line added, changed, or deleted, by the annual load (origin L)
*> or the keyed maintenance session (origin K), carrying the
*> user, date, and time of the change and the amount before and
*> after, so finance can answer "who moved that department's
*> March budget, and from what" from a dataset. An add carries a
*> zero before amount; a delete a zero after amount.
*> ================================================================
01  BUDGH-RECORD.
    05  BUDGH-CHANGE-DATE           PIC 9(8).
    05  BUDGH-CHANGE-TIME           PIC 9(8).
    05  BUDGH-USER-ID               PIC X(08).
    05  BUDGH-ACTION                PIC X(01).
        88  BUDGH-WAS-ADDED                 VALUE "A".
        88  BUDGH-WAS-CHANGED               VALUE "C".
        88  BUDGH-WAS-DELETED               VALUE "D".
    05  BUDGH-ORIGIN                PIC X(01).
        88  BUDGH-FROM-ANNUAL-LOAD          VALUE "L".
        88  BUDGH-FROM-KEYED-SESSION        VALUE "K".
    05  BUDGH-DEPT-CODE             PIC X(04).
    05  BUDGH-ACCT-PERIOD           PIC 9(06).
    05  BUDGH-OLD-AMOUNT            PIC S9(9)V99 SIGN IS TRAILING
                                                 SEPARATE CHARACTER.
    05  BUDGH-NEW-AMOUNT            PIC S9(9)V99 SIGN IS TRAILING
                                                 SEPARATE CHARACTER.
