*> report ages every outstanding item so the ones sitting unworked
*> are flagged.
*>
*> The submitting user id must be active on the operator master
*> (OPERMSTR) with the correct-suspense function. A run by anyone
*> else repairs nothing: the refusal is appended to the audit
*> trail (AUDITOUT), no batch number is drawn, and every suspense
*> item is carried forward to SUSPFWD untouched, so the refused
*> run loses nothing.
*>
*> Modification history:
*>   - Written so a SUSPOUT reject can be repaired with one keyed
*>     correction entry instead of rekeying the whole batch entry
*>     forward untouched - corrections unspent - so the next
*>     rework run emits them as their own single-currency batch.
*>     A mixed-currency TRANOUT would total and prove nonsense.
*>   - Refused a user without the correct-suspense function on
*>     the operator master, writing the refusal to the audit trail
*>     and carrying every item forward untouched.
*>   - Chained the refusal record into the audit trail's running
*>     check value, read from the last record on the trail.
*> ================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. SuspenseRework.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SF-BNUM-STATUS.

    SELECT OPER-FILE ASSIGN TO OPERMSTR
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SF-OPER-STATUS.

    SELECT AUDIT-FILE ASSIGN TO AUDITOUT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SF-AUDIT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  SUSPENSE-FILE
    LABEL RECORDS ARE OMITTED.
    COPY BNUMREC.

FD  OPER-FILE
    LABEL RECORDS ARE OMITTED.
    COPY OPERREC.

FD  AUDIT-FILE
    LABEL RECORDS ARE OMITTED.
    COPY AUDITREC.

WORKING-STORAGE SECTION.
01  SF-SWITCHES.
    05  SF-SUSP-EOF-SWITCH          PIC X(01) VALUE 'N'.
        88  END-OF-CORRECTION-FILE          VALUE 'Y'.
    05  SF-MATCH-SWITCH             PIC X(01) VALUE 'N'.
        88  CORRECTION-WAS-FOUND            VALUE 'Y'.
    05  SF-OPER-FOUND-SWITCH        PIC X(01) VALUE 'N'.
        88  OPERATOR-WAS-FOUND              VALUE 'Y'.

01  SF-SUSP-STATUS                  PIC X(02) VALUE SPACES.
01  SF-CORR-STATUS                  PIC X(02) VALUE SPACES.
01  SF-FWD-STATUS                   PIC X(02) VALUE SPACES.
01  SF-PRINT-STATUS                 PIC X(02) VALUE SPACES.
01  SF-BNUM-STATUS                  PIC X(02) VALUE SPACES.
01  SF-OPER-STATUS                  PIC X(02) VALUE SPACES.
01  SF-AUDIT-STATUS                 PIC X(02) VALUE SPACES.

*> The submitting user id, checked against the operator master
*> before anything is repaired, and the reason when refused.
01  SF-USER-ID                      PIC X(08) VALUE SPACES.
01  SF-REFUSAL-REASON               PIC X(30) VALUE SPACES.
01  SF-RUN-TIME                     PIC 9(8) VALUE 0.

*> Audit trail chaining. SF-CHAIN-VALUE holds the check value on
*> the last record on the trail; the record written folds its
*> bytes into it (1780). A byte is folded by its code point, which
*> the binary halfword over SF-CHAIN-BYTE-AREA reads out.
01  SF-CHAIN-TAIL-EOF-SWITCH        PIC X(01) VALUE 'N'.
    88  END-OF-CHAIN-TAIL                  VALUE 'Y'.
01  SF-CHAIN-VALUE                  PIC 9(09) VALUE 0.
01  SF-CHAIN-SUB                    PIC 9(03) COMP VALUE 0.
01  SF-CHAIN-PRODUCT                PIC 9(11) VALUE 0.
01  SF-CHAIN-QUOTIENT               PIC 9(11) VALUE 0.
01  SF-CHAIN-BYTE-AREA.
    05  FILLER                      PIC X(01) VALUE LOW-VALUE.
    05  SF-CHAIN-BYTE               PIC X(01) VALUE LOW-VALUE.
01  SF-CHAIN-BYTE-VALUE REDEFINES SF-CHAIN-BYTE-AREA
                                    PIC 9(4) COMP.

*> The batch number assigned to the repaired batch from the
*> BATCHNO control dataset, stamped on every record written.
    05  FILLER                      PIC X(17)
                                     VALUE " MATCHED NOTHING".

01  SF-REFUSED-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(16)
                                     VALUE "RUN REFUSED FOR ".
    05  RFL-USER-ID                 PIC X(08).
    05  FILLER                      PIC X(03) VALUE " - ".
    05  RFL-REASON                  PIC X(30).
    05  FILLER                      PIC X(40) VALUE
        " - ALL ITEMS CARRIED FORWARD UNTOUCHED".

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-INITIALIZE
    STOP RUN.

*> ----------------------------------------------------------------
*> 1000-INITIALIZE - open the files, check the user may correct
*> suspense, load the keyed corrections into the match table,
*> print the report headers, and prime the suspense read.
*> ----------------------------------------------------------------
1000-INITIALIZE.
    OPEN INPUT SUSPENSE-FILE.
        STOP RUN
    END-IF.
    OPEN OUTPUT PRINT-FILE.
    PERFORM 1700-CHECK-AUTHORIZATION
        THRU 1700-EXIT.
    PERFORM 1400-READ-PARAMETERS
        THRU 1400-EXIT.
    PERFORM 1600-ASSIGN-BATCH-NUMBER
1000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1700-CHECK-AUTHORIZATION - look the submitting user up on the
*> operator master: the id must be there, active, and hold the
*> correct-suspense function. A refusal goes to the audit trail,
*> every suspense item is carried forward untouched, and the run
*> ends with RETURN-CODE 12 before a batch number is drawn; a
*> missing master stops it with 16.
*> ----------------------------------------------------------------
1700-CHECK-AUTHORIZATION.
    ACCEPT SF-USER-ID FROM ENVIRONMENT "USER".
    OPEN INPUT OPER-FILE.
    IF SF-OPER-STATUS NOT = "00"
        DISPLAY "SUSPENSEREWORK: UNABLE TO OPEN OPERMSTR, "
            "FILE STATUS = " SF-OPER-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 1710-READ-ONE-OPERATOR
        THRU 1710-EXIT
        UNTIL SF-OPER-STATUS NOT = "00"
           OR OPERATOR-WAS-FOUND.
    EVALUATE TRUE
        WHEN NOT OPERATOR-WAS-FOUND
            MOVE "USER NOT ON OPERATOR MASTER" TO SF-REFUSAL-REASON
        WHEN NOT OPER-IS-ACTIVE
            MOVE "OPERATOR IS INACTIVE" TO SF-REFUSAL-REASON
        WHEN NOT OPER-MAY-CORRECT-SUSPENSE
            MOVE "NOT AUTHORIZED FOR SUSPENSE" TO SF-REFUSAL-REASON
        WHEN OTHER
            CLOSE OPER-FILE
            GO TO 1700-EXIT
    END-EVALUATE.
    CLOSE OPER-FILE.
    PERFORM 1750-WRITE-AUTH-REFUSAL
        THRU 1750-EXIT.
    DISPLAY "SUSPENSEREWORK: USER " SF-USER-ID " REFUSED - "
        SF-REFUSAL-REASON.
    PERFORM 1100-PRINT-REPORT-HEADERS
        THRU 1100-EXIT.
    MOVE SF-USER-ID TO RFL-USER-ID.
    MOVE SF-REFUSAL-REASON TO RFL-REASON.
    WRITE PRINT-LINE FROM SF-REFUSED-LINE
        AFTER ADVANCING 2 LINES.
    PERFORM 1760-CARRY-ONE-UNWORKED
        THRU 1760-EXIT
        UNTIL END-OF-SUSPENSE-FILE.
    MOVE SF-OUTSTANDING-COUNT TO TOT-OUTSTANDING-COUNT.
    WRITE PRINT-LINE FROM SF-OUTSTANDING-COUNT-LINE
        AFTER ADVANCING 2 LINES.
    CLOSE SUSPENSE-FILE.
    CLOSE TRAN-OUT-FILE.
    CLOSE FORWARD-FILE.
    CLOSE PRINT-FILE.
    MOVE 12 TO RETURN-CODE.
    STOP RUN.
1700-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1710-READ-ONE-OPERATOR - read one operator master record and
*> note whether it is the submitting user's.
*> ----------------------------------------------------------------
1710-READ-ONE-OPERATOR.
    READ OPER-FILE
        AT END
            GO TO 1710-EXIT
    END-READ.
    IF SF-OPER-STATUS = "00"
       AND OPER-USER-ID = SF-USER-ID
        SET OPERATOR-WAS-FOUND TO TRUE
    END-IF.
1710-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1750-WRITE-AUTH-REFUSAL - append the refusal to the audit
*> trail: the refused id as the user, no batch (none was drawn),
*> and the correct-suspense function code, the reason, and this
*> program in the refusal fields. It carries no amounts. The
*> trail is read through first for the check value the refusal
*> chains from.
*> ----------------------------------------------------------------
1750-WRITE-AUTH-REFUSAL.
    OPEN INPUT AUDIT-FILE.
    IF SF-AUDIT-STATUS = "00"
        PERFORM 1770-READ-CHAIN-TAIL
            THRU 1770-EXIT
            UNTIL END-OF-CHAIN-TAIL
        CLOSE AUDIT-FILE
    END-IF.
    OPEN EXTEND AUDIT-FILE.
    IF SF-AUDIT-STATUS = "35"
        OPEN OUTPUT AUDIT-FILE
    END-IF.
    IF SF-AUDIT-STATUS NOT = "00"
        DISPLAY "SUSPENSEREWORK: UNABLE TO OPEN AUDITOUT, "
            "FILE STATUS = " SF-AUDIT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ACCEPT SF-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
    ACCEPT SF-RUN-TIME FROM TIME.
    MOVE SF-RUN-DATE-YYYYMMDD TO AUDIT-RUN-DATE.
    MOVE SF-RUN-TIME TO AUDIT-RUN-TIME.
    MOVE SF-USER-ID TO AUDIT-USER-ID.
    MOVE SPACES TO AUDIT-DEPT-CODE.
    MOVE ZERO TO AUDIT-SEQUENCE-NO.
    MOVE ZERO TO AUDIT-AMOUNT-COUNT.
    MOVE SPACES TO AUDIT-REFUSAL-DATA.
    MOVE "S" TO AUDIT-REFUSED-FUNCTION.
    MOVE SF-REFUSAL-REASON TO AUDIT-REFUSAL-REASON.
    MOVE "SUSPFIX" TO AUDIT-REFUSING-PROGRAM.
    MOVE ZERO TO AUDIT-RESULT.
    MOVE SPACES TO AUDIT-BATCH-ID.
    MOVE ZERO TO AUDIT-ACCT-PERIOD.
    SET AUDIT-IS-AN-AUTH-REFUSAL TO TRUE.
    MOVE SPACES TO AUDIT-CURRENCY-CODE.
    MOVE 1 TO AUDIT-CONV-RATE.
    MOVE ZERO TO AUDIT-BASE-RESULT.
    MOVE ZERO TO AUDIT-BATCH-ENTRY-NO.
    PERFORM 1780-CHAIN-AUDIT-RECORD
        THRU 1780-EXIT.
    WRITE AUDIT-RECORD.
    CLOSE AUDIT-FILE.
1750-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1760-CARRY-ONE-UNWORKED - a refused run carries each suspense
*> item forward exactly as it came in, for an authorized user's
*> run to work.
*> ----------------------------------------------------------------
1760-CARRY-ONE-UNWORKED.
    PERFORM 2100-READ-SUSPENSE
        THRU 2100-EXIT.
    IF END-OF-SUSPENSE-FILE
        GO TO 1760-EXIT
    END-IF.
    PERFORM 2600-CARRY-ITEM-FORWARD
        THRU 2600-EXIT.
    ADD 1 TO SF-OUTSTANDING-COUNT.
1760-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1770-READ-CHAIN-TAIL - read one audit record on the way to the
*> end of the trail, keeping its check value. A record without one
*> (written before the trail was chained) leaves zero.
*> ----------------------------------------------------------------
1770-READ-CHAIN-TAIL.
    READ AUDIT-FILE
        AT END
            SET END-OF-CHAIN-TAIL TO TRUE
            GO TO 1770-EXIT
    END-READ.
    IF AUDIT-CHAIN-VALUE IS NUMERIC
        MOVE AUDIT-CHAIN-VALUE TO SF-CHAIN-VALUE
    ELSE
        MOVE ZERO TO SF-CHAIN-VALUE
    END-IF.
1770-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1780-CHAIN-AUDIT-RECORD - stamp the audit record about to be
*> written with its check value: the value on the record before
*> it, with each of the 333 bytes ahead of the field folded in by
*> code point and position, modulo a prime - the same fold every
*> program that writes the trail makes, and the verification run
*> repeats.
*> ----------------------------------------------------------------
1780-CHAIN-AUDIT-RECORD.
    PERFORM 1790-FOLD-ONE-BYTE
        THRU 1790-EXIT
        VARYING SF-CHAIN-SUB FROM 1 BY 1
        UNTIL SF-CHAIN-SUB > 333.
    MOVE SF-CHAIN-VALUE TO AUDIT-CHAIN-VALUE.
1780-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1790-FOLD-ONE-BYTE - fold one byte of the record into the
*> running check value.
*> ----------------------------------------------------------------
1790-FOLD-ONE-BYTE.
    MOVE AUDIT-RECORD (SF-CHAIN-SUB:1) TO SF-CHAIN-BYTE.
    COMPUTE SF-CHAIN-PRODUCT = SF-CHAIN-VALUE * 31
        + SF-CHAIN-BYTE-VALUE + SF-CHAIN-SUB.
    DIVIDE SF-CHAIN-PRODUCT BY 999999937
        GIVING SF-CHAIN-QUOTIENT
        REMAINDER SF-CHAIN-VALUE.
1790-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1100-PRINT-REPORT-HEADERS - work out the run date (also needed
*> for the aging arithmetic) and write the report headings.
