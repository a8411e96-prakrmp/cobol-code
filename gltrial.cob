       >>SOURCE FORMAT FREE
*> ================================================================
*> GLTrialBalance
*> Trial balance over the GL account balance master - our side of
*> the ledger, built by the acknowledgment reconciliation from
*> every journal line the posting system answered as posted. One
*> line per GL account: each account the DEPTACCT master maps a
*> department to, then the GL-OFFSET-ACCOUNT every balanced pair
*> posts its contra leg to, then any other account the master
*> holds postings for (the cash-account fallback for unassigned
*> work, an account since dropped from DEPTACCT) so nothing the
*> ledger posted is left out of the proof. Each line carries the
*> opening balance (everything posted to the account in earlier
*> periods, debits less credits), the period's debits and
*> credits, and the closing balance. The totals prove the
*> period's debits equal its credits: every journal we send is
*> written in balanced pairs, so a difference means one leg of a
*> pair posted without the other - which is where to start when
*> the general ledger's own trial balance comes back wrong.
*>
*> Parameters:
*>   TRIAL-PERIOD=YYYYMM          the accounting period (required)
*>   GL-OFFSET-ACCOUNT=XXXXXXXXXX contra account the daily run's
*>                                balanced pairs post to (default
*>                                0009000100, as in the daily run)
*>
*> Modification history:
*>   - Written so accounting has our side of the ledger, account by
*>     account, in hand when the general ledger's trial balance
*>     does not agree with what we sent.
*> ================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. GLTrialBalance.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BALANCE-FILE ASSIGN TO GLBALMST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS GLBAL-KEY
        FILE STATUS IS TB-BAL-STATUS.

    SELECT DEPT-FILE ASSIGN TO DEPTACCT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TB-DEPT-STATUS.

    SELECT PARM-FILE ASSIGN TO TBPARM
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TB-PARM-STATUS.

    SELECT PRINT-FILE ASSIGN TO RPTOUT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TB-PRINT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  BALANCE-FILE
    LABEL RECORDS ARE OMITTED.
    COPY GLBALREC.

FD  DEPT-FILE
    LABEL RECORDS ARE OMITTED.
    COPY DEPTREC.

FD  PARM-FILE
    LABEL RECORDS ARE OMITTED.
01  PARM-RECORD                     PIC X(80).

FD  PRINT-FILE
    LABEL RECORDS ARE OMITTED.
01  PRINT-LINE                      PIC X(132).

WORKING-STORAGE SECTION.
01  TB-SWITCHES.
    05  TB-BAL-EOF-SWITCH           PIC X(01) VALUE 'N'.
        88  END-OF-BALANCE-FILE             VALUE 'Y'.
    05  TB-PARM-EOF-SWITCH          PIC X(01) VALUE 'N'.
        88  END-OF-PARM-FILE                VALUE 'Y'.
    05  TB-PERIOD-SWITCH            PIC X(01) VALUE 'N'.
        88  PERIOD-WAS-SUPPLIED             VALUE 'Y'.
    05  TB-FOUND-SWITCH             PIC X(01) VALUE 'N'.
        88  ACCOUNT-WAS-FOUND               VALUE 'Y'.

01  TB-BAL-STATUS                   PIC X(02) VALUE SPACES.
01  TB-DEPT-STATUS                  PIC X(02) VALUE SPACES.
01  TB-PARM-STATUS                  PIC X(02) VALUE SPACES.
01  TB-PRINT-STATUS                 PIC X(02) VALUE SPACES.

01  TB-PARM-KEYWORD                 PIC X(30) VALUE SPACES.
01  TB-PARM-VALUE                   PIC X(50) VALUE SPACES.
01  TB-TRIAL-PERIOD                 PIC 9(6) VALUE 0.
01  TB-GL-OFFSET-ACCOUNT            PIC X(10) VALUE "0009000100".

*> One entry per GL account on the trial balance, in print order:
*> the DEPTACCT accounts as the master lists them (an account
*> shared by several departments once, under the first one's
*> name), the offset account, then accounts met only on the
*> balance master. Balances are signed debit-positive.
01  TB-ACCOUNT-TABLE-AREA.
    05  TB-ACCOUNT-COUNT            PIC 9(3) COMP VALUE 0.
    05  TB-MAX-ACCOUNTS             PIC 9(3) COMP VALUE 100.
    05  TB-ACCOUNT-ENTRY OCCURS 100 TIMES
            INDEXED BY TB-ACCOUNT-INDEX.
        10  TB-ACCOUNT-NO           PIC X(10).
        10  TB-ACCOUNT-NAME         PIC X(20).
        10  TB-OPENING-BALANCE      PIC S9(11)V99.
        10  TB-PERIOD-DEBITS        PIC S9(11)V99.
        10  TB-PERIOD-CREDITS       PIC S9(11)V99.
01  TB-ACCOUNT-SUB                  PIC 9(3) COMP VALUE 0.
01  TB-WORK-ACCOUNT                 PIC X(10) VALUE SPACES.
01  TB-WORK-NAME                    PIC X(20) VALUE SPACES.

01  TB-CLOSING-BALANCE              PIC S9(11)V99 VALUE 0.
01  TB-TOTAL-OPENING                PIC S9(11)V99 VALUE 0.
01  TB-TOTAL-DEBITS                 PIC S9(11)V99 VALUE 0.
01  TB-TOTAL-CREDITS                PIC S9(11)V99 VALUE 0.
01  TB-TOTAL-CLOSING                PIC S9(11)V99 VALUE 0.
01  TB-PROOF-VARIANCE               PIC S9(11)V99 VALUE 0.
01  TB-MASTER-READ-COUNT            PIC 9(8) VALUE 0.

01  TB-RUN-DATE-FIELDS.
    05  TB-RUN-DATE-YYYYMMDD        PIC 9(8).
    05  TB-RUN-DATE-X REDEFINES TB-RUN-DATE-YYYYMMDD.
        10  TB-RUN-YYYY             PIC 9(4).
        10  TB-RUN-MM               PIC 9(2).
        10  TB-RUN-DD               PIC 9(2).
01  TB-RUN-DATE-DISPLAY             PIC X(10).

01  TB-HDR1-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(30)
                                     VALUE "GL TRIAL BALANCE".
    05  FILLER                      PIC X(08) VALUE "PERIOD:".
    05  HDR-TRIAL-PERIOD            PIC 9(6).
    05  FILLER                      PIC X(04) VALUE SPACES.
    05  FILLER                      PIC X(10) VALUE "RUN DATE:".
    05  HDR-RUN-DATE                PIC X(10).

01  TB-HDR2-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(12) VALUE "ACCOUNT".
    05  FILLER                      PIC X(22) VALUE "NAME".
    05  FILLER                      PIC X(21) VALUE "OPENING BALANCE".
    05  FILLER                      PIC X(21) VALUE "PERIOD DEBITS".
    05  FILLER                      PIC X(21) VALUE "PERIOD CREDITS".
    05  FILLER                      PIC X(21) VALUE "CLOSING BALANCE".

01  TB-DETAIL-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  DTL-ACCOUNT-NO              PIC X(10).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  DTL-ACCOUNT-NAME            PIC X(20).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  DTL-OPENING-BALANCE         PIC ZZ,ZZZ,ZZZ,ZZ9.99- .
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  DTL-PERIOD-DEBITS           PIC ZZ,ZZZ,ZZZ,ZZ9.99- .
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  DTL-PERIOD-CREDITS          PIC ZZ,ZZZ,ZZZ,ZZ9.99- .
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  DTL-CLOSING-BALANCE         PIC ZZ,ZZZ,ZZZ,ZZ9.99- .

01  TB-TOTAL-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(34) VALUE "TOTALS".
    05  TOT-OPENING-BALANCE         PIC ZZ,ZZZ,ZZZ,ZZ9.99- .
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  TOT-PERIOD-DEBITS           PIC ZZ,ZZZ,ZZZ,ZZ9.99- .
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  TOT-PERIOD-CREDITS          PIC ZZ,ZZZ,ZZZ,ZZ9.99- .
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  TOT-CLOSING-BALANCE         PIC ZZ,ZZZ,ZZZ,ZZ9.99- .

01  TB-ACCOUNT-COUNT-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(26)
                                     VALUE "ACCOUNTS LISTED:".
    05  TOT-ACCOUNT-COUNT           PIC ZZZ,ZZ9.

01  TB-READ-COUNT-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(26)
                                     VALUE "BALANCE RECORDS READ:".
    05  TOT-READ-COUNT              PIC ZZZ,ZZZ,ZZ9.

01  TB-PROOF-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  PRF-MESSAGE                 PIC X(36).
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  FILLER                      PIC X(10) VALUE "VARIANCE:".
    05  PRF-VARIANCE                PIC ZZ,ZZZ,ZZZ,ZZ9.99- .

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-INITIALIZE
        THRU 1000-EXIT.
    PERFORM 2000-ACCUMULATE-ONE-BALANCE
        THRU 2000-EXIT
        UNTIL END-OF-BALANCE-FILE.
    PERFORM 3000-PRINT-ONE-ACCOUNT
        THRU 3000-EXIT
        VARYING TB-ACCOUNT-SUB FROM 1 BY 1
        UNTIL TB-ACCOUNT-SUB > TB-ACCOUNT-COUNT.
    PERFORM 9000-FINALIZE
        THRU 9000-EXIT.
    STOP RUN.

*> ----------------------------------------------------------------
*> 1000-INITIALIZE - read the required trial period, table the
*> DEPTACCT accounts and the offset account, open the files,
*> print the report headers, and prime the balance master read.
*> ----------------------------------------------------------------
1000-INITIALIZE.
    PERFORM 1400-READ-PARAMETERS
        THRU 1400-EXIT.
    IF NOT PERIOD-WAS-SUPPLIED
        DISPLAY "GLTRIALBALANCE: NO TRIAL-PERIOD SUPPLIED IN TBPARM"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 1300-LOAD-DEPT-ACCOUNTS
        THRU 1300-EXIT.
    MOVE TB-GL-OFFSET-ACCOUNT TO TB-WORK-ACCOUNT.
    MOVE "GL OFFSET ACCOUNT" TO TB-WORK-NAME.
    PERFORM 2200-FIND-ACCOUNT
        THRU 2200-EXIT.
    OPEN INPUT BALANCE-FILE.
    IF TB-BAL-STATUS NOT = "00"
        DISPLAY "GLTRIALBALANCE: UNABLE TO OPEN GLBALMST, "
            "FILE STATUS = " TB-BAL-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT PRINT-FILE.
    IF TB-PRINT-STATUS NOT = "00"
        DISPLAY "GLTRIALBALANCE: UNABLE TO OPEN RPTOUT, "
            "FILE STATUS = " TB-PRINT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 1100-PRINT-REPORT-HEADERS
        THRU 1100-EXIT.
    PERFORM 2100-READ-BALANCE
        THRU 2100-EXIT.
1000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1100-PRINT-REPORT-HEADERS - work out the run date and write the
*> report headings.
*> ----------------------------------------------------------------
1100-PRINT-REPORT-HEADERS.
    ACCEPT TB-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
    STRING TB-RUN-MM   DELIMITED BY SIZE
           "/"         DELIMITED BY SIZE
           TB-RUN-DD   DELIMITED BY SIZE
           "/"         DELIMITED BY SIZE
           TB-RUN-YYYY DELIMITED BY SIZE
        INTO TB-RUN-DATE-DISPLAY
    END-STRING.
    MOVE TB-RUN-DATE-DISPLAY TO HDR-RUN-DATE.
    MOVE TB-TRIAL-PERIOD TO HDR-TRIAL-PERIOD.
    WRITE PRINT-LINE FROM TB-HDR1-LINE
        AFTER ADVANCING PAGE.
    WRITE PRINT-LINE FROM TB-HDR2-LINE
        AFTER ADVANCING 2 LINES.
1100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1300-LOAD-DEPT-ACCOUNTS - table the GL account of every
*> department on the DEPTACCT master, in master order, so each
*> one lists on the trial balance whether or not anything posted
*> to it.
*> ----------------------------------------------------------------
1300-LOAD-DEPT-ACCOUNTS.
    OPEN INPUT DEPT-FILE.
    IF TB-DEPT-STATUS NOT = "00"
        DISPLAY "GLTRIALBALANCE: UNABLE TO OPEN DEPTACCT, "
            "FILE STATUS = " TB-DEPT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 1310-LOAD-ONE-DEPT
        THRU 1310-EXIT
        UNTIL TB-DEPT-STATUS NOT = "00".
    CLOSE DEPT-FILE.
1300-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1310-LOAD-ONE-DEPT - read one department master record and
*> table its GL account. A blank code or account is skipped.
*> ----------------------------------------------------------------
1310-LOAD-ONE-DEPT.
    READ DEPT-FILE
        AT END
            GO TO 1310-EXIT
    END-READ.
    IF TB-DEPT-STATUS NOT = "00"
        GO TO 1310-EXIT
    END-IF.
    IF DEPT-CODE = SPACES
       OR DEPT-GL-ACCOUNT = SPACES
        GO TO 1310-EXIT
    END-IF.
    MOVE DEPT-GL-ACCOUNT TO TB-WORK-ACCOUNT.
    MOVE DEPT-NAME TO TB-WORK-NAME.
    PERFORM 2200-FIND-ACCOUNT
        THRU 2200-EXIT.
1310-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1400-READ-PARAMETERS - read the trial balance parameters.
*> ----------------------------------------------------------------
1400-READ-PARAMETERS.
    OPEN INPUT PARM-FILE.
    IF TB-PARM-STATUS NOT = "00"
        GO TO 1400-EXIT
    END-IF.
    PERFORM 1410-READ-ONE-PARAMETER
        THRU 1410-EXIT
        UNTIL END-OF-PARM-FILE.
    CLOSE PARM-FILE.
1400-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1410-READ-ONE-PARAMETER - read and apply one KEYWORD=VALUE
*> parameter record. Blank records and records starting with "*"
*> are comments.
*> ----------------------------------------------------------------
1410-READ-ONE-PARAMETER.
    READ PARM-FILE
        AT END
            SET END-OF-PARM-FILE TO TRUE
            GO TO 1410-EXIT
    END-READ.
    IF PARM-RECORD = SPACES
       OR PARM-RECORD (1:1) = "*"
        GO TO 1410-EXIT
    END-IF.
    MOVE SPACES TO TB-PARM-KEYWORD.
    MOVE SPACES TO TB-PARM-VALUE.
    UNSTRING PARM-RECORD DELIMITED BY "="
        INTO TB-PARM-KEYWORD
             TB-PARM-VALUE
    END-UNSTRING.
    EVALUATE TB-PARM-KEYWORD
        WHEN "TRIAL-PERIOD"
            IF TB-PARM-VALUE (1:6) IS NUMERIC
                MOVE TB-PARM-VALUE (1:6) TO TB-TRIAL-PERIOD
                SET PERIOD-WAS-SUPPLIED TO TRUE
            ELSE
                MOVE 16 TO RETURN-CODE
            END-IF
        WHEN "GL-OFFSET-ACCOUNT"
            IF TB-PARM-VALUE (1:10) = SPACES
                MOVE 16 TO RETURN-CODE
            ELSE
                MOVE TB-PARM-VALUE (1:10) TO TB-GL-OFFSET-ACCOUNT
            END-IF
        WHEN OTHER
            MOVE 16 TO RETURN-CODE
    END-EVALUATE.
    IF RETURN-CODE = 16
        DISPLAY "GLTRIALBALANCE: BAD PARAMETER RECORD: "
            PARM-RECORD
        STOP RUN
    END-IF.
1410-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2000-ACCUMULATE-ONE-BALANCE - add one account-period record
*> from the balance master to its account's line: an earlier
*> period nets into the opening balance, the trial period gives
*> the period's debits and credits, and a later period (posted
*> since the period being proved) is left out. An account not yet
*> tabled is added under "NOT ON DEPTACCT".
*> ----------------------------------------------------------------
2000-ACCUMULATE-ONE-BALANCE.
    ADD 1 TO TB-MASTER-READ-COUNT.
    IF GLBAL-ACCT-PERIOD > TB-TRIAL-PERIOD
        GO TO 2000-READ-NEXT
    END-IF.
    MOVE GLBAL-ACCOUNT-NO TO TB-WORK-ACCOUNT.
    MOVE "NOT ON DEPTACCT" TO TB-WORK-NAME.
    PERFORM 2200-FIND-ACCOUNT
        THRU 2200-EXIT.
    IF GLBAL-ACCT-PERIOD < TB-TRIAL-PERIOD
        ADD GLBAL-PERIOD-DEBITS
            TO TB-OPENING-BALANCE (TB-ACCOUNT-INDEX)
        SUBTRACT GLBAL-PERIOD-CREDITS
            FROM TB-OPENING-BALANCE (TB-ACCOUNT-INDEX)
    ELSE
        ADD GLBAL-PERIOD-DEBITS
            TO TB-PERIOD-DEBITS (TB-ACCOUNT-INDEX)
        ADD GLBAL-PERIOD-CREDITS
            TO TB-PERIOD-CREDITS (TB-ACCOUNT-INDEX)
    END-IF.
2000-READ-NEXT.
    PERFORM 2100-READ-BALANCE
        THRU 2100-EXIT.
2000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2100-READ-BALANCE - read the next balance master record, in
*> account and period order. A read that fails stops the run
*> RC 16 rather than print a trial balance short of accounts.
*> ----------------------------------------------------------------
2100-READ-BALANCE.
    READ BALANCE-FILE NEXT RECORD
        AT END
            SET END-OF-BALANCE-FILE TO TRUE
    END-READ.
    IF TB-BAL-STATUS NOT = "00"
       AND TB-BAL-STATUS NOT = "10"
        DISPLAY "GLTRIALBALANCE: UNABLE TO READ GLBALMST, "
            "FILE STATUS = " TB-BAL-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
2100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2200-FIND-ACCOUNT - point TB-ACCOUNT-INDEX at the table entry
*> for TB-WORK-ACCOUNT, adding it (under TB-WORK-NAME, with zero
*> balances) when it is not tabled yet. An overfull table is a
*> setup error worth stopping the run for.
*> ----------------------------------------------------------------
2200-FIND-ACCOUNT.
    MOVE 'N' TO TB-FOUND-SWITCH.
    IF TB-ACCOUNT-COUNT > ZERO
        SET TB-ACCOUNT-INDEX TO 1
        SEARCH TB-ACCOUNT-ENTRY
            AT END
                CONTINUE
            WHEN TB-ACCOUNT-INDEX > TB-ACCOUNT-COUNT
                CONTINUE
            WHEN TB-ACCOUNT-NO (TB-ACCOUNT-INDEX) = TB-WORK-ACCOUNT
                SET ACCOUNT-WAS-FOUND TO TRUE
        END-SEARCH
    END-IF.
    IF ACCOUNT-WAS-FOUND
        GO TO 2200-EXIT
    END-IF.
    IF TB-ACCOUNT-COUNT >= TB-MAX-ACCOUNTS
        DISPLAY "GLTRIALBALANCE: MORE THAN " TB-MAX-ACCOUNTS
            " GL ACCOUNTS TO LIST"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO TB-ACCOUNT-COUNT.
    SET TB-ACCOUNT-INDEX TO TB-ACCOUNT-COUNT.
    MOVE TB-WORK-ACCOUNT TO TB-ACCOUNT-NO (TB-ACCOUNT-INDEX).
    MOVE TB-WORK-NAME TO TB-ACCOUNT-NAME (TB-ACCOUNT-INDEX).
    MOVE ZERO TO TB-OPENING-BALANCE (TB-ACCOUNT-INDEX).
    MOVE ZERO TO TB-PERIOD-DEBITS (TB-ACCOUNT-INDEX).
    MOVE ZERO TO TB-PERIOD-CREDITS (TB-ACCOUNT-INDEX).
2200-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3000-PRINT-ONE-ACCOUNT - one account's trial balance line, and
*> its share of the report totals.
*> ----------------------------------------------------------------
3000-PRINT-ONE-ACCOUNT.
    COMPUTE TB-CLOSING-BALANCE =
        TB-OPENING-BALANCE (TB-ACCOUNT-SUB)
        + TB-PERIOD-DEBITS (TB-ACCOUNT-SUB)
        - TB-PERIOD-CREDITS (TB-ACCOUNT-SUB).
    MOVE TB-ACCOUNT-NO (TB-ACCOUNT-SUB) TO DTL-ACCOUNT-NO.
    MOVE TB-ACCOUNT-NAME (TB-ACCOUNT-SUB) TO DTL-ACCOUNT-NAME.
    MOVE TB-OPENING-BALANCE (TB-ACCOUNT-SUB) TO DTL-OPENING-BALANCE.
    MOVE TB-PERIOD-DEBITS (TB-ACCOUNT-SUB) TO DTL-PERIOD-DEBITS.
    MOVE TB-PERIOD-CREDITS (TB-ACCOUNT-SUB) TO DTL-PERIOD-CREDITS.
    MOVE TB-CLOSING-BALANCE TO DTL-CLOSING-BALANCE.
    WRITE PRINT-LINE FROM TB-DETAIL-LINE
        AFTER ADVANCING 1 LINE.
    ADD TB-OPENING-BALANCE (TB-ACCOUNT-SUB) TO TB-TOTAL-OPENING.
    ADD TB-PERIOD-DEBITS (TB-ACCOUNT-SUB) TO TB-TOTAL-DEBITS.
    ADD TB-PERIOD-CREDITS (TB-ACCOUNT-SUB) TO TB-TOTAL-CREDITS.
    ADD TB-CLOSING-BALANCE TO TB-TOTAL-CLOSING.
3000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 9000-FINALIZE - print the totals, prove the period's debits
*> against its credits, set the return code, and close the files.
*> RETURN-CODE 4 flags a period out of proof.
*> ----------------------------------------------------------------
9000-FINALIZE.
    MOVE TB-TOTAL-OPENING TO TOT-OPENING-BALANCE.
    MOVE TB-TOTAL-DEBITS TO TOT-PERIOD-DEBITS.
    MOVE TB-TOTAL-CREDITS TO TOT-PERIOD-CREDITS.
    MOVE TB-TOTAL-CLOSING TO TOT-CLOSING-BALANCE.
    WRITE PRINT-LINE FROM TB-TOTAL-LINE
        AFTER ADVANCING 2 LINES.
    MOVE TB-ACCOUNT-COUNT TO TOT-ACCOUNT-COUNT.
    WRITE PRINT-LINE FROM TB-ACCOUNT-COUNT-LINE
        AFTER ADVANCING 2 LINES.
    MOVE TB-MASTER-READ-COUNT TO TOT-READ-COUNT.
    WRITE PRINT-LINE FROM TB-READ-COUNT-LINE
        AFTER ADVANCING 1 LINE.
    COMPUTE TB-PROOF-VARIANCE = TB-TOTAL-DEBITS - TB-TOTAL-CREDITS.
    IF TB-PROOF-VARIANCE = ZERO
        MOVE "*** DEBITS EQUAL CREDITS ***" TO PRF-MESSAGE
    ELSE
        MOVE "*** DEBITS DO NOT EQUAL CREDITS ***" TO PRF-MESSAGE
    END-IF.
    MOVE TB-PROOF-VARIANCE TO PRF-VARIANCE.
    WRITE PRINT-LINE FROM TB-PROOF-LINE
        AFTER ADVANCING 2 LINES.
    MOVE ZERO TO RETURN-CODE.
    IF TB-PROOF-VARIANCE NOT = ZERO
        MOVE 4 TO RETURN-CODE
    END-IF.
    CLOSE BALANCE-FILE.
    CLOSE PRINT-FILE.
9000-EXIT.
    EXIT.
