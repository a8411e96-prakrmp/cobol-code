*> ================================================================
*> GLBALREC.CPY
*> GL account balance master record: one per GL account and
*> accounting period, holding what the ledger acknowledged as
*> posted to that account in that period - the debits and the
*> credits separately, the number of journal lines behind them,
*> and the date of the reconciliation that last added to them.
*> Written only by the GL acknowledgment reconciliation, and only
*> for journal lines the posting system answered as posted, so it
*> is our side of the ledger: daily run extracts, backout
*> reversals, and reject rework resubmissions alike, each counted
*> the once its acknowledgment comes back. Indexed on
*> GLBAL-KEY; an account's periods read back in period order, so
*> the trial balance builds each opening balance from the periods
*> ahead of the one it is run for.
*> ================================================================
01  GLBAL-RECORD.
    05  GLBAL-KEY.
        10  GLBAL-ACCOUNT-NO        PIC X(10).
        10  GLBAL-ACCT-PERIOD       PIC 9(06).
    05  GLBAL-PERIOD-DEBITS         PIC 9(11)V99.
    05  GLBAL-PERIOD-CREDITS        PIC 9(11)V99.
    05  GLBAL-POSTING-COUNT         PIC 9(06).
    05  GLBAL-LAST-POSTED-DATE      PIC 9(08).
