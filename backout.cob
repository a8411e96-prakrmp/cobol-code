*> AUDIT-SEQUENCE-NO it undoes. The trail must be in the current
*> AUDITREC layout: the pre-change trail was archived when the
*> department code was added, and a run that old is reversed from
*> the archive only after converting it to the current layout.
*> The audit trail already holds everything needed to reverse a
*> run precisely; this program is how it gets used, instead of
*> hand-keying a negative batch and hoping it mirrors the
*> original.
*>
*> The reversing transaction file and the GL journal are two
*> routes to the same correction: submit TRANOUT through the
*>                               work and codes not on DEPTACCT
*>   GL-OFFSET-ACCOUNT=XXXXXXXXXX contra account for the reversal
*>
*> The submitting user id must be active on the operator master
*> (OPERMSTR) with the back-out function; anyone else is refused
*> before a batch number is drawn or an output is touched, and the
*> refusal is appended to the audit trail (AUDITOUT).
*>
*> Modification history:
*>   - Written so a batch that balanced against the wrong day's
*>     tape can be backed out from the audit trail instead of
*>     currency on its headers - resubmitted through the daily
*>     stream it reconverts at the day's effective rate, which
*>     the control report will show against the original rate.
*>   - Refused a user without the back-out function on the
*>     operator master, writing the refusal to the audit trail.
*>     Authorization refusals on the trail are passed over with
*>     the release decisions.
*>   - Chained the refusal record into the audit trail's running
*>     check value, read from the last record on AUDITIN.
*> ================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. BatchBackout.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BK-BNUM-STATUS.

    SELECT OPER-FILE ASSIGN TO OPERMSTR
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BK-OPER-STATUS.

    SELECT AUDIT-OUT-FILE ASSIGN TO AUDITOUT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BK-AUDOUT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  AUDIT-FILE
    LABEL RECORDS ARE OMITTED.
    COPY BNUMREC.

FD  OPER-FILE
    LABEL RECORDS ARE OMITTED.
    COPY OPERREC.

*> The refusal side of the audit trail carries the AUDITREC layout
*> byte for byte (342 bytes); it keeps its own 01 here because the
*> copybook already describes the input side.
FD  AUDIT-OUT-FILE
    LABEL RECORDS ARE OMITTED.
01  BK-AUDIT-OUT-RECORD             PIC X(342).

WORKING-STORAGE SECTION.
01  BK-SWITCHES.
    05  BK-AUDIT-EOF-SWITCH         PIC X(01) VALUE 'N'.
        88  END-OF-PARM-FILE                VALUE 'Y'.
    05  BK-BATCH-SUPPLIED-SWITCH    PIC X(01) VALUE 'N'.
        88  BATCH-ID-WAS-SUPPLIED           VALUE 'Y'.
    05  BK-OPER-FOUND-SWITCH        PIC X(01) VALUE 'N'.
        88  OPERATOR-WAS-FOUND              VALUE 'Y'.

01  BK-AUDIT-STATUS                 PIC X(02) VALUE SPACES.
01  BK-PARM-STATUS                  PIC X(02) VALUE SPACES.
01  BK-TRAN-STATUS                  PIC X(02) VALUE SPACES.
01  BK-GL-STATUS                    PIC X(02) VALUE SPACES.
01  BK-PRINT-STATUS                 PIC X(02) VALUE SPACES.
01  BK-OPER-STATUS                  PIC X(02) VALUE SPACES.
01  BK-AUDOUT-STATUS                PIC X(02) VALUE SPACES.

*> The submitting user id, checked against the operator master
*> before anything is generated, and the reason when refused.
01  BK-USER-ID                      PIC X(08) VALUE SPACES.
01  BK-REFUSAL-REASON               PIC X(30) VALUE SPACES.
01  BK-RUN-TIME                     PIC 9(8) VALUE 0.

*> Audit trail chaining. BK-CHAIN-VALUE holds the check value on
*> the last record on the trail; the record written folds its
*> bytes into it (1870). A byte is folded by its code point, which
*> the binary halfword over BK-CHAIN-BYTE-AREA reads out.
01  BK-CHAIN-TAIL-EOF-SWITCH        PIC X(01) VALUE 'N'.
    88  END-OF-CHAIN-TAIL                  VALUE 'Y'.
01  BK-CHAIN-VALUE                  PIC 9(09) VALUE 0.
01  BK-CHAIN-SUB                    PIC 9(03) COMP VALUE 0.
01  BK-CHAIN-PRODUCT                PIC 9(11) VALUE 0.
01  BK-CHAIN-QUOTIENT               PIC 9(11) VALUE 0.
01  BK-CHAIN-BYTE-AREA.
    05  FILLER                      PIC X(01) VALUE LOW-VALUE.
    05  BK-CHAIN-BYTE               PIC X(01) VALUE LOW-VALUE.
01  BK-CHAIN-BYTE-VALUE REDEFINES BK-CHAIN-BYTE-AREA
                                    PIC 9(4) COMP.

01  BK-PARM-KEYWORD                 PIC X(30) VALUE SPACES.
01  BK-PARM-VALUE                   PIC X(50) VALUE SPACES.

*> ----------------------------------------------------------------
*> 1000-INITIALIZE - open the files, read the selection criteria
*> (the batch id is not optional), check the user may back out,
*> print the report headers, and prime the audit read.
*> ----------------------------------------------------------------
1000-INITIALIZE.
    OPEN INPUT AUDIT-FILE.
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 1800-CHECK-AUTHORIZATION
        THRU 1800-EXIT.
    OPEN OUTPUT TRAN-OUT-FILE.
    IF BK-TRAN-STATUS NOT = "00"
        DISPLAY "BATCHBACKOUT: UNABLE TO OPEN TRANOUT, FILE STATUS = "
1600-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1800-CHECK-AUTHORIZATION - look the submitting user up on the
*> operator master: the id must be there, active, and hold the
*> back-out function. A refusal goes to the audit trail with the
*> batch it named and ends the run with RETURN-CODE 12 before any
*> output is opened; a missing master stops it with 16.
*> ----------------------------------------------------------------
1800-CHECK-AUTHORIZATION.
    ACCEPT BK-USER-ID FROM ENVIRONMENT "USER".
    OPEN INPUT OPER-FILE.
    IF BK-OPER-STATUS NOT = "00"
        DISPLAY "BATCHBACKOUT: UNABLE TO OPEN OPERMSTR, "
            "FILE STATUS = " BK-OPER-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 1810-READ-ONE-OPERATOR
        THRU 1810-EXIT
        UNTIL BK-OPER-STATUS NOT = "00"
           OR OPERATOR-WAS-FOUND.
    EVALUATE TRUE
        WHEN NOT OPERATOR-WAS-FOUND
            MOVE "USER NOT ON OPERATOR MASTER" TO BK-REFUSAL-REASON
        WHEN NOT OPER-IS-ACTIVE
            MOVE "OPERATOR IS INACTIVE" TO BK-REFUSAL-REASON
        WHEN NOT OPER-MAY-BACK-OUT
            MOVE "NOT AUTHORIZED TO BACK OUT" TO BK-REFUSAL-REASON
        WHEN OTHER
            CLOSE OPER-FILE
            GO TO 1800-EXIT
    END-EVALUATE.
    CLOSE OPER-FILE.
    PERFORM 1850-WRITE-AUTH-REFUSAL
        THRU 1850-EXIT.
    DISPLAY "BATCHBACKOUT: USER " BK-USER-ID " REFUSED - "
        BK-REFUSAL-REASON.
    MOVE 12 TO RETURN-CODE.
    STOP RUN.
1800-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1810-READ-ONE-OPERATOR - read one operator master record and
*> note whether it is the submitting user's.
*> ----------------------------------------------------------------
1810-READ-ONE-OPERATOR.
    READ OPER-FILE
        AT END
            GO TO 1810-EXIT
    END-READ.
    IF BK-OPER-STATUS = "00"
       AND OPER-USER-ID = BK-USER-ID
        SET OPERATOR-WAS-FOUND TO TRUE
    END-IF.
1810-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1850-WRITE-AUTH-REFUSAL - append the refusal to the audit
*> trail: the refused id as the user, the batch it asked to back
*> out, and the back-out function code, the reason, and this
*> program in the refusal fields. It carries no amounts. The
*> record is built in the input record area and written through
*> the output side. AUDITIN is the same live trail, and nothing has
*> been read from it yet: it is read through here for the check
*> value the refusal chains from, since the refused run goes no
*> further.
*> ----------------------------------------------------------------
1850-WRITE-AUTH-REFUSAL.
    PERFORM 1860-READ-CHAIN-TAIL
        THRU 1860-EXIT
        UNTIL END-OF-CHAIN-TAIL.
    OPEN EXTEND AUDIT-OUT-FILE.
    IF BK-AUDOUT-STATUS = "35"
        OPEN OUTPUT AUDIT-OUT-FILE
    END-IF.
    IF BK-AUDOUT-STATUS NOT = "00"
        DISPLAY "BATCHBACKOUT: UNABLE TO OPEN AUDITOUT, "
            "FILE STATUS = " BK-AUDOUT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ACCEPT BK-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
    ACCEPT BK-RUN-TIME FROM TIME.
    MOVE BK-RUN-DATE-YYYYMMDD TO AUDIT-RUN-DATE.
    MOVE BK-RUN-TIME TO AUDIT-RUN-TIME.
    MOVE BK-USER-ID TO AUDIT-USER-ID.
    MOVE SPACES TO AUDIT-DEPT-CODE.
    MOVE ZERO TO AUDIT-SEQUENCE-NO.
    MOVE ZERO TO AUDIT-AMOUNT-COUNT.
    MOVE SPACES TO AUDIT-REFUSAL-DATA.
    MOVE "B" TO AUDIT-REFUSED-FUNCTION.
    MOVE BK-REFUSAL-REASON TO AUDIT-REFUSAL-REASON.
    MOVE "BACKOUT" TO AUDIT-REFUSING-PROGRAM.
    MOVE ZERO TO AUDIT-RESULT.
    MOVE BK-BACKOUT-ID TO AUDIT-BATCH-ID.
    MOVE ZERO TO AUDIT-ACCT-PERIOD.
    SET AUDIT-IS-AN-AUTH-REFUSAL TO TRUE.
    MOVE SPACES TO AUDIT-CURRENCY-CODE.
    MOVE 1 TO AUDIT-CONV-RATE.
    MOVE ZERO TO AUDIT-BASE-RESULT.
    MOVE ZERO TO AUDIT-BATCH-ENTRY-NO.
    PERFORM 1870-CHAIN-AUDIT-RECORD
        THRU 1870-EXIT.
    WRITE BK-AUDIT-OUT-RECORD FROM AUDIT-RECORD.
    CLOSE AUDIT-OUT-FILE.
1850-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1860-READ-CHAIN-TAIL - read one audit record on the way to the
*> end of the trail, keeping its check value. A record without one
*> (written before the trail was chained) leaves zero.
*> ----------------------------------------------------------------
1860-READ-CHAIN-TAIL.
    READ AUDIT-FILE
        AT END
            SET END-OF-CHAIN-TAIL TO TRUE
            GO TO 1860-EXIT
    END-READ.
    IF AUDIT-CHAIN-VALUE IS NUMERIC
        MOVE AUDIT-CHAIN-VALUE TO BK-CHAIN-VALUE
    ELSE
        MOVE ZERO TO BK-CHAIN-VALUE
    END-IF.
1860-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1870-CHAIN-AUDIT-RECORD - stamp the audit record about to be
*> written with its check value: the value on the record before
*> it, with each of the 333 bytes ahead of the field folded in by
*> code point and position, modulo a prime - the same fold every
*> program that writes the trail makes, and the verification run
*> repeats.
*> ----------------------------------------------------------------
1870-CHAIN-AUDIT-RECORD.
    PERFORM 1880-FOLD-ONE-BYTE
        THRU 1880-EXIT
        VARYING BK-CHAIN-SUB FROM 1 BY 1
        UNTIL BK-CHAIN-SUB > 333.
    MOVE BK-CHAIN-VALUE TO AUDIT-CHAIN-VALUE.
1870-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1880-FOLD-ONE-BYTE - fold one byte of the record into the
*> running check value.
*> ----------------------------------------------------------------
1880-FOLD-ONE-BYTE.
    MOVE AUDIT-RECORD (BK-CHAIN-SUB:1) TO BK-CHAIN-BYTE.
    COMPUTE BK-CHAIN-PRODUCT = BK-CHAIN-VALUE * 31
        + BK-CHAIN-BYTE-VALUE + BK-CHAIN-SUB.
    DIVIDE BK-CHAIN-PRODUCT BY 999999937
        GIVING BK-CHAIN-QUOTIENT
        REMAINDER BK-CHAIN-VALUE.
1880-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1300-LOAD-DEPT-ACCOUNTS - load the department/cost-center
*> master so each department's reversal resolves to the same GL
*> selection and reverse the ones that qualify.
*> ----------------------------------------------------------------
2000-PROCESS-AUDIT-RECORDS.
*> Supervisor release/refusal decision records and authorization
*> refusals carry the batch id too, but they record a decision,
*> not work to reverse.
    IF AUDIT-BATCH-ID = BK-BACKOUT-ID
       AND AUDIT-SEQUENCE-NO >= BK-FROM-SEQUENCE
       AND AUDIT-SEQUENCE-NO <= BK-TO-SEQUENCE
       AND NOT AUDIT-IS-A-RELEASE
       AND NOT AUDIT-IS-A-REFUSAL
       AND NOT AUDIT-IS-AN-AUTH-REFUSAL
        PERFORM 2300-REVERSE-ONE-TRANSACTION
            THRU 2300-EXIT
    END-IF.
