*> keying (GL coding, checkpointing, tolerance) are left to the
*> programs they belong to.
*>
*> The clerk's user id must be active on the operator master
*> (OPERMSTR) with the key function; anyone else is refused
*> before a batch number is drawn or TRANOUT is touched, and the
*> refusal is written to the audit trail (AUDITOUT).
*>
*> Modification history:
*>   - Written so the daily transaction file is built by guided
*>     keying with immediate edits instead of a plain editor, a
*>     shows them; the daily run converts at the rate master's
*>     effective rate, which ends the desk-calculator conversion
*>     the Canadian lockbox tapes were keyed through.
*>   - Refused a user without the key function on the operator
*>     master, writing the refusal to the audit trail.
*>   - Chained the refusal record into the audit trail's running
*>     check value, read from the last record on the trail.
*> ================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. TransactionEntry.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TE-BNUM-STATUS.

    SELECT OPER-FILE ASSIGN TO OPERMSTR
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TE-OPER-STATUS.

    SELECT AUDIT-FILE ASSIGN TO AUDITOUT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TE-AUDIT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  TRAN-OUT-FILE
    LABEL RECORDS ARE OMITTED.
    COPY BNUMREC.

FD  OPER-FILE
    LABEL RECORDS ARE OMITTED.
    COPY OPERREC.

FD  AUDIT-FILE
    LABEL RECORDS ARE OMITTED.
    COPY AUDITREC.

WORKING-STORAGE SECTION.
01  TE-SWITCHES.
    05  TE-BATCH-DONE-SWITCH        PIC X(01) VALUE 'N'.
        88  END-OF-PARM-FILE                VALUE 'Y'.
    05  TE-FIGURE-OK-SWITCH         PIC X(01) VALUE 'N'.
        88  CONTROL-FIGURE-ACCEPTED         VALUE 'Y'.
    05  TE-OPER-FOUND-SWITCH        PIC X(01) VALUE 'N'.
        88  OPERATOR-WAS-FOUND              VALUE 'Y'.

01  TE-TRAN-STATUS                  PIC X(02) VALUE SPACES.
01  TE-PARM-STATUS                  PIC X(02) VALUE SPACES.
01  TE-BNUM-STATUS                  PIC X(02) VALUE SPACES.
01  TE-OPER-STATUS                  PIC X(02) VALUE SPACES.
01  TE-AUDIT-STATUS                 PIC X(02) VALUE SPACES.

*> The clerk's user id, checked against the operator master
*> before anything is keyed, and the reason when it is refused.
01  TE-USER-ID                      PIC X(08) VALUE SPACES.
01  TE-REFUSAL-REASON               PIC X(30) VALUE SPACES.
01  TE-RUN-TIME                     PIC 9(8) VALUE 0.

*> Audit trail chaining. TE-CHAIN-VALUE holds the check value on
*> the last record on the trail; the record written folds its
*> bytes into it (1270). A byte is folded by its code point, which
*> the binary halfword over TE-CHAIN-BYTE-AREA reads out.
01  TE-CHAIN-TAIL-EOF-SWITCH        PIC X(01) VALUE 'N'.
    88  END-OF-CHAIN-TAIL                  VALUE 'Y'.
01  TE-CHAIN-VALUE                  PIC 9(09) VALUE 0.
01  TE-CHAIN-SUB                    PIC 9(03) COMP VALUE 0.
01  TE-CHAIN-PRODUCT                PIC 9(11) VALUE 0.
01  TE-CHAIN-QUOTIENT               PIC 9(11) VALUE 0.
01  TE-CHAIN-BYTE-AREA.
    05  FILLER                      PIC X(01) VALUE LOW-VALUE.
    05  TE-CHAIN-BYTE               PIC X(01) VALUE LOW-VALUE.
01  TE-CHAIN-BYTE-VALUE REDEFINES TE-CHAIN-BYTE-AREA
                                    PIC 9(4) COMP.

*> The batch number assigned to this session from the BATCHNO
*> control dataset, stamped on every record written.
    STOP RUN.

*> ----------------------------------------------------------------
*> 1000-INITIALIZE - check the clerk may key, open the batch file,
*> pick up the edit limits in force, announce them to the clerk,
*> and take the opening department header if the tape has one.
*> ----------------------------------------------------------------
1000-INITIALIZE.
    PERFORM 1200-CHECK-AUTHORIZATION
        THRU 1200-EXIT.
    OPEN OUTPUT TRAN-OUT-FILE.
    IF TE-TRAN-STATUS NOT = "00"
        DISPLAY "TRANSACTIONENTRY: UNABLE TO OPEN TRANOUT, "
1000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1200-CHECK-AUTHORIZATION - look the clerk up on the operator
*> master: the id must be there, active, and hold the key
*> function. A refusal goes to the audit trail and ends the
*> session with RETURN-CODE 12 before a batch number is drawn; a
*> missing master stops it with 16, since without it nobody can
*> be shown to be authorized.
*> ----------------------------------------------------------------
1200-CHECK-AUTHORIZATION.
    ACCEPT TE-USER-ID FROM ENVIRONMENT "USER".
    OPEN INPUT OPER-FILE.
    IF TE-OPER-STATUS NOT = "00"
        DISPLAY "TRANSACTIONENTRY: UNABLE TO OPEN OPERMSTR, "
            "FILE STATUS = " TE-OPER-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 1210-READ-ONE-OPERATOR
        THRU 1210-EXIT
        UNTIL TE-OPER-STATUS NOT = "00"
           OR OPERATOR-WAS-FOUND.
    EVALUATE TRUE
        WHEN NOT OPERATOR-WAS-FOUND
            MOVE "USER NOT ON OPERATOR MASTER" TO TE-REFUSAL-REASON
        WHEN NOT OPER-IS-ACTIVE
            MOVE "OPERATOR IS INACTIVE" TO TE-REFUSAL-REASON
        WHEN NOT OPER-MAY-KEY
            MOVE "NOT AUTHORIZED TO KEY" TO TE-REFUSAL-REASON
        WHEN OTHER
            CLOSE OPER-FILE
            GO TO 1200-EXIT
    END-EVALUATE.
    CLOSE OPER-FILE.
    PERFORM 1250-WRITE-AUTH-REFUSAL
        THRU 1250-EXIT.
    DISPLAY "TRANSACTIONENTRY: USER " TE-USER-ID " REFUSED - "
        TE-REFUSAL-REASON.
    MOVE 12 TO RETURN-CODE.
    STOP RUN.
1200-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1210-READ-ONE-OPERATOR - read one operator master record and
*> note whether it is the clerk's.
*> ----------------------------------------------------------------
1210-READ-ONE-OPERATOR.
    READ OPER-FILE
        AT END
            GO TO 1210-EXIT
    END-READ.
    IF TE-OPER-STATUS = "00"
       AND OPER-USER-ID = TE-USER-ID
        SET OPERATOR-WAS-FOUND TO TRUE
    END-IF.
1210-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1250-WRITE-AUTH-REFUSAL - append the refusal to the audit
*> trail: the refused id as the user, no batch (none was drawn),
*> and the key function code, the reason, and this program in the
*> refusal fields. It carries no amounts. The trail is read
*> through first for the check value the refusal chains from.
*> ----------------------------------------------------------------
1250-WRITE-AUTH-REFUSAL.
    OPEN INPUT AUDIT-FILE.
    IF TE-AUDIT-STATUS = "00"
        PERFORM 1260-READ-CHAIN-TAIL
            THRU 1260-EXIT
            UNTIL END-OF-CHAIN-TAIL
        CLOSE AUDIT-FILE
    END-IF.
    OPEN EXTEND AUDIT-FILE.
    IF TE-AUDIT-STATUS = "35"
        OPEN OUTPUT AUDIT-FILE
    END-IF.
    IF TE-AUDIT-STATUS NOT = "00"
        DISPLAY "TRANSACTIONENTRY: UNABLE TO OPEN AUDITOUT, "
            "FILE STATUS = " TE-AUDIT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ACCEPT TE-TODAY-DATE FROM DATE YYYYMMDD.
    ACCEPT TE-RUN-TIME FROM TIME.
    MOVE TE-TODAY-DATE TO AUDIT-RUN-DATE.
    MOVE TE-RUN-TIME TO AUDIT-RUN-TIME.
    MOVE TE-USER-ID TO AUDIT-USER-ID.
    MOVE SPACES TO AUDIT-DEPT-CODE.
    MOVE ZERO TO AUDIT-SEQUENCE-NO.
    MOVE ZERO TO AUDIT-AMOUNT-COUNT.
    MOVE SPACES TO AUDIT-REFUSAL-DATA.
    MOVE "K" TO AUDIT-REFUSED-FUNCTION.
    MOVE TE-REFUSAL-REASON TO AUDIT-REFUSAL-REASON.
    MOVE "TRANENT" TO AUDIT-REFUSING-PROGRAM.
    MOVE ZERO TO AUDIT-RESULT.
    MOVE SPACES TO AUDIT-BATCH-ID.
    MOVE ZERO TO AUDIT-ACCT-PERIOD.
    SET AUDIT-IS-AN-AUTH-REFUSAL TO TRUE.
    MOVE SPACES TO AUDIT-CURRENCY-CODE.
    MOVE 1 TO AUDIT-CONV-RATE.
    MOVE ZERO TO AUDIT-BASE-RESULT.
    MOVE ZERO TO AUDIT-BATCH-ENTRY-NO.
    PERFORM 1270-CHAIN-AUDIT-RECORD
        THRU 1270-EXIT.
    WRITE AUDIT-RECORD.
    CLOSE AUDIT-FILE.
1250-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1260-READ-CHAIN-TAIL - read one audit record on the way to the
*> end of the trail, keeping its check value. A record without one
*> (written before the trail was chained) leaves zero.
*> ----------------------------------------------------------------
1260-READ-CHAIN-TAIL.
    READ AUDIT-FILE
        AT END
            SET END-OF-CHAIN-TAIL TO TRUE
            GO TO 1260-EXIT
    END-READ.
    IF AUDIT-CHAIN-VALUE IS NUMERIC
        MOVE AUDIT-CHAIN-VALUE TO TE-CHAIN-VALUE
    ELSE
        MOVE ZERO TO TE-CHAIN-VALUE
    END-IF.
1260-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1270-CHAIN-AUDIT-RECORD - stamp the audit record about to be
*> written with its check value: the value on the record before
*> it, with each of the 333 bytes ahead of the field folded in by
*> code point and position, modulo a prime - the same fold every
*> program that writes the trail makes, and the verification run
*> repeats.
*> ----------------------------------------------------------------
1270-CHAIN-AUDIT-RECORD.
    PERFORM 1280-FOLD-ONE-BYTE
        THRU 1280-EXIT
        VARYING TE-CHAIN-SUB FROM 1 BY 1
        UNTIL TE-CHAIN-SUB > 333.
    MOVE TE-CHAIN-VALUE TO AUDIT-CHAIN-VALUE.
1270-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1280-FOLD-ONE-BYTE - fold one byte of the record into the
*> running check value.
*> ----------------------------------------------------------------
1280-FOLD-ONE-BYTE.
    MOVE AUDIT-RECORD (TE-CHAIN-SUB:1) TO TE-CHAIN-BYTE.
    COMPUTE TE-CHAIN-PRODUCT = TE-CHAIN-VALUE * 31
        + TE-CHAIN-BYTE-VALUE + TE-CHAIN-SUB.
    DIVIDE TE-CHAIN-PRODUCT BY 999999937
        GIVING TE-CHAIN-QUOTIENT
        REMAINDER TE-CHAIN-VALUE.
1280-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1400-READ-PARAMETERS - pick up the edit limits from the same
*> PARMIN dataset the daily run reads. A missing parameter file
