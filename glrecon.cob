*>     system's reason and this run's date - so the reject
*>     rework run has something to work with instead of someone
*>     re-deriving the posting by hand from the control report.
*>   - Each journal line the posting system acknowledges as posted
*>     now adds to the GL account balance master (GLBALMST), keyed
*>     by account and accounting period, so the trial balance has
*>     our side of the ledger to prove against. Only a "P" answer
*>     posts to the master; a line still pending, or rejected and
*>     reworked, adds to it the day its resubmission comes back
*>     posted. A missing master is created on the first run.
*> ================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. GLReconcile.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS GR-REJ-STATUS.

    SELECT BALANCE-FILE ASSIGN TO GLBALMST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS GLBAL-KEY
        FILE STATUS IS GR-BAL-STATUS.

DATA DIVISION.
FILE SECTION.
FD  EXTRACT-FILE
    LABEL RECORDS ARE OMITTED.
    COPY GLRJREC.

FD  BALANCE-FILE
    LABEL RECORDS ARE OMITTED.
    COPY GLBALREC.

WORKING-STORAGE SECTION.
01  GR-SWITCHES.
    05  GR-EXTR-EOF-SWITCH          PIC X(01) VALUE 'N'.
01  GR-PEND-STATUS                  PIC X(02) VALUE SPACES.
01  GR-PRINT-STATUS                 PIC X(02) VALUE SPACES.
01  GR-REJ-STATUS                   PIC X(02) VALUE SPACES.
01  GR-BAL-STATUS                   PIC X(02) VALUE SPACES.

01  GR-POSTED-COUNT                 PIC 9(6) VALUE 0.
01  GR-PENDING-COUNT                PIC 9(6) VALUE 0.
01  GR-REJECTED-COUNT               PIC 9(6) VALUE 0.
01  GR-UNMATCHED-ACK-COUNT          PIC 9(6) VALUE 0.
01  GR-BALANCE-FAIL-COUNT           PIC 9(6) VALUE 0.

*> The accounting period a posted line adds to on the balance
*> master: the line's own period, or its run date's month for an
*> extract written before the period was carried.
01  GR-POSTING-PERIOD               PIC 9(6) VALUE 0.

*> Each acknowledgment answers exactly one extract record, so a
*> matched entry is marked used and cannot satisfy a second
        10  GR-ACK-BATCH-ID         PIC X(08).
        10  GR-ACK-AMOUNT           PIC 9(9)V99.
        10  GR-ACK-STATUS-BYTE      PIC X(01).
            88  THIS-ACK-WAS-POSTED         VALUE "P".
        10  GR-ACK-REASON           PIC X(30).
        10  GR-ACK-USED-SWITCH      PIC X(01).
            88  THIS-ACK-WAS-USED           VALUE 'Y'.
                                     VALUE "UNMATCHED ACKS:".
    05  TOT-UNMATCHED-COUNT         PIC ZZZ,ZZ9.

01  GR-BALANCE-FAIL-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(26)
                                     VALUE "BALANCE UPDATES FAILED:".
    05  TOT-BALANCE-FAIL-COUNT      PIC ZZZ,ZZ9.

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-INITIALIZE
    STOP RUN.

*> ----------------------------------------------------------------
*> 1000-INITIALIZE - open the files (creating the balance master
*> on the first run), load the acknowledgments into
*> the match table, print the report headers, and prime the
*> extract read.
*> ----------------------------------------------------------------
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN I-O BALANCE-FILE.
    IF GR-BAL-STATUS = "35"
        OPEN OUTPUT BALANCE-FILE
        CLOSE BALANCE-FILE
        OPEN I-O BALANCE-FILE
    END-IF.
    IF GR-BAL-STATUS NOT = "00"
        DISPLAY "GLRECONCILE: UNABLE TO OPEN GLBALMST, FILE STATUS = "
            GR-BAL-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 1200-LOAD-ACKNOWLEDGMENTS
        THRU 1200-EXIT.
    PERFORM 1100-PRINT-REPORT-HEADERS
*> 2000-RECONCILE-ONE-EXTRACT - dispose of one extract record:
*> posted (acknowledged accepted), rejected (acknowledged refused,
*> reported with the ledger side's reason), or pending (no answer
*> yet, carried forward to the next reconciliation). A line
*> answered as posted also adds to the account balance master.
*> ----------------------------------------------------------------
2000-RECONCILE-ONE-EXTRACT.
    PERFORM 2200-FIND-ACKNOWLEDGMENT
            ADD 1 TO GR-POSTED-COUNT
            MOVE "POSTED" TO DTL-STATUS
            MOVE SPACES TO DTL-REASON
            IF THIS-ACK-WAS-POSTED (GR-ACK-INDEX)
                PERFORM 2800-POST-TO-BALANCE
                    THRU 2800-EXIT
            END-IF
        END-IF
    ELSE
        ADD 1 TO GR-PENDING-COUNT
2700-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2800-POST-TO-BALANCE - add a journal line the ledger answered
*> as posted to its account's balance for the line's accounting
*> period: one keyed read, then a rewrite of the existing period
*> record or a write of a new one. Each extract record reaches
*> this paragraph once - a posted line is not carried forward -
*> so nothing is ever counted twice. A failed update is reported
*> and counted rather than stopping the run, which would leave
*> the carry-forward short.
*> ----------------------------------------------------------------
2800-POST-TO-BALANCE.
    IF GL-ACCT-PERIOD IS NUMERIC
       AND GL-ACCT-PERIOD NOT = ZERO
        MOVE GL-ACCT-PERIOD TO GR-POSTING-PERIOD
    ELSE
        MOVE GL-RUN-DATE (1:6) TO GR-POSTING-PERIOD
    END-IF.
    MOVE GL-ACCOUNT-NO TO GLBAL-ACCOUNT-NO.
    MOVE GR-POSTING-PERIOD TO GLBAL-ACCT-PERIOD.
    READ BALANCE-FILE
        INVALID KEY
            MOVE ZERO TO GLBAL-PERIOD-DEBITS
            MOVE ZERO TO GLBAL-PERIOD-CREDITS
            MOVE ZERO TO GLBAL-POSTING-COUNT
    END-READ.
    IF GL-IS-DEBIT
        ADD GL-AMOUNT TO GLBAL-PERIOD-DEBITS
    ELSE
        ADD GL-AMOUNT TO GLBAL-PERIOD-CREDITS
    END-IF.
    ADD 1 TO GLBAL-POSTING-COUNT.
    MOVE GR-RUN-DATE-YYYYMMDD TO GLBAL-LAST-POSTED-DATE.
    IF GR-BAL-STATUS = "00"
        REWRITE GLBAL-RECORD
            INVALID KEY
                CONTINUE
        END-REWRITE
    ELSE
        WRITE GLBAL-RECORD
            INVALID KEY
                CONTINUE
        END-WRITE
    END-IF.
    IF GR-BAL-STATUS NOT = "00"
        ADD 1 TO GR-BALANCE-FAIL-COUNT
        DISPLAY "GLRECONCILE: BALANCE UPDATE FAILED FOR ACCOUNT "
            GLBAL-ACCOUNT-NO " PERIOD " GLBAL-ACCT-PERIOD
            ", FILE STATUS = " GR-BAL-STATUS
    END-IF.
2800-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 8000-REPORT-UNMATCHED-ACKS - acknowledgments left unmatched
*> after every extract record has been disposed of answer nothing
*> 9000-FINALIZE - list any unmatched acknowledgments, print the
*> disposition summary, set the return code, and close the files.
*> RETURN-CODE 4 says extracts are still pending (or an ack
*> matched nothing, or a balance master update failed); 8 says
*> the ledger side rejected something, which needs working today,
*> not waiting.
*> ----------------------------------------------------------------
9000-FINALIZE.
    PERFORM 8000-REPORT-UNMATCHED-ACKS
    MOVE GR-UNMATCHED-ACK-COUNT TO TOT-UNMATCHED-COUNT.
    WRITE PRINT-LINE FROM GR-UNMATCHED-COUNT-LINE
        AFTER ADVANCING 1 LINE.
    MOVE GR-BALANCE-FAIL-COUNT TO TOT-BALANCE-FAIL-COUNT.
    WRITE PRINT-LINE FROM GR-BALANCE-FAIL-LINE
        AFTER ADVANCING 1 LINE.
    MOVE ZERO TO RETURN-CODE.
    IF GR-PENDING-COUNT > ZERO
       OR GR-UNMATCHED-ACK-COUNT > ZERO
       OR GR-BALANCE-FAIL-COUNT > ZERO
        MOVE 4 TO RETURN-CODE
    END-IF.
    IF GR-REJECTED-COUNT > ZERO
    CLOSE PENDING-FILE.
    CLOSE PRINT-FILE.
    CLOSE REJECT-FILE.
    CLOSE BALANCE-FILE.
9000-EXIT.
    EXIT.
