*> ================================================================
*> LOCKREC.CPY
*> Bank lockbox transmission record, as the bank sends it each
*> morning (the Canadian lockbox bank sends the same layout). One
*> transmission is one deposit in one currency:
*>   type "1"  transmission header - the sending bank, the deposit
*>             date, and the currency of every amount in the
*>             transmission (blank = base currency)
*>   type "6"  one remittance item - the lockbox it was received
*>             in, the bank's item sequence number, the check
*>             number, the amount, and the remitter's name
*>   type "9"  transmission trailer - the bank's own count of the
*>             items sent and its own deposit total
*> Item amounts are unsigned: the bank sends receipts only, and
*> returned items come back through the ordinary keyed channel.
*> ================================================================
01  LOCK-RECORD.
    05  LOCK-RECORD-TYPE            PIC X(01).
        88  LOCK-IS-FILE-HEADER             VALUE "1".
        88  LOCK-IS-ITEM                    VALUE "6".
        88  LOCK-IS-FILE-TRAILER            VALUE "9".
    05  LOCK-RECORD-DATA            PIC X(79).
    05  LOCK-HEADER-DATA REDEFINES LOCK-RECORD-DATA.
        10  LOCK-BANK-ID            PIC X(10).
        10  LOCK-DEPOSIT-DATE       PIC 9(08).
        10  LOCK-CURRENCY-CODE      PIC X(03).
        10  FILLER                  PIC X(58).
    05  LOCK-ITEM-DATA REDEFINES LOCK-RECORD-DATA.
        10  LOCK-LOCKBOX-NO         PIC X(07).
        10  LOCK-ITEM-SEQUENCE-NO   PIC 9(06).
        10  LOCK-CHECK-NO           PIC X(10).
        10  LOCK-ITEM-AMOUNT        PIC 9(9)V99.
        10  LOCK-REMITTER-NAME      PIC X(30).
        10  FILLER                  PIC X(15).
    05  LOCK-TRAILER-DATA REDEFINES LOCK-RECORD-DATA.
        10  LOCK-ITEM-COUNT         PIC 9(06).
        10  LOCK-DEPOSIT-TOTAL      PIC 9(9)V99.
        10  FILLER                  PIC X(62).
