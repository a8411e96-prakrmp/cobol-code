*>   D          delete a department
*>   (blank)    end the session
*>
*> The user id must be active on the operator master (OPERMSTR)
*> with the maintain-departments function; anyone else is refused
*> before the master is loaded, the refusal is appended to the
*> audit trail (AUDITOUT), and no DEPTNEW is written.
*>
*> Modification history:
*>   - Written so the department master is maintained by guided
*>     keying with immediate edits and a change audit instead of
*>     a plain editor against the raw dataset.
*>   - Refused a user without the maintain-departments function
*>     on the operator master, writing the refusal to the audit
*>     trail.
*>   - Chained the refusal record into the audit trail's running
*>     check value, read from the last record on the trail.
*> ================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. DeptMaintenance.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DM-PRINT-STATUS.

    SELECT OPER-FILE ASSIGN TO OPERMSTR
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DM-OPER-STATUS.

    SELECT AUDIT-OUT-FILE ASSIGN TO AUDITOUT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DM-AUDOUT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  DEPT-FILE
    LABEL RECORDS ARE OMITTED.
01  DM-NEW-DEPT-RECORD              PIC X(34).

*> The month-usage read of the trail carries the AUDITREC layout
*> byte for byte (342 bytes); it keeps its own 01 here, naming
*> only the fields the usage check needs, because the copybook
*> describes the refusal side below.
FD  AUDIT-FILE
    LABEL RECORDS ARE OMITTED.
01  DM-AUDIT-IN-RECORD.
    05  DM-AUDIT-IN-RUN-DATE        PIC 9(8).
    05  FILLER                      PIC X(16).
    05  DM-AUDIT-IN-DEPT-CODE       PIC X(04).
    05  FILLER                      PIC X(314).

FD  HISTORY-FILE
    LABEL RECORDS ARE OMITTED.
    LABEL RECORDS ARE OMITTED.
01  PRINT-LINE                      PIC X(132).

FD  OPER-FILE
    LABEL RECORDS ARE OMITTED.
    COPY OPERREC.

FD  AUDIT-OUT-FILE
    LABEL RECORDS ARE OMITTED.
    COPY AUDITREC.

WORKING-STORAGE SECTION.
01  DM-SWITCHES.
    05  DM-SESSION-DONE-SWITCH      PIC X(01) VALUE 'N'.
        88  ACCOUNT-IS-VALID                VALUE 'Y'.
    05  DM-USED-SWITCH              PIC X(01) VALUE 'N'.
        88  DEPT-IS-ON-MONTH-TRAIL          VALUE 'Y'.
    05  DM-OPER-FOUND-SWITCH        PIC X(01) VALUE 'N'.
        88  OPERATOR-WAS-FOUND              VALUE 'Y'.

01  DM-DEPT-STATUS                  PIC X(02) VALUE SPACES.
01  DM-NEW-STATUS                   PIC X(02) VALUE SPACES.
01  DM-AUDIT-STATUS                 PIC X(02) VALUE SPACES.
01  DM-HIST-STATUS                  PIC X(02) VALUE SPACES.
01  DM-PRINT-STATUS                 PIC X(02) VALUE SPACES.
01  DM-OPER-STATUS                  PIC X(02) VALUE SPACES.
01  DM-AUDOUT-STATUS                PIC X(02) VALUE SPACES.

01  DM-KEYED-ENTRY                  PIC X(50) VALUE SPACES.
01  DM-ACTION                       PIC X(01) VALUE SPACE.
01  DM-RUN-DATE-DISPLAY             PIC X(10).
01  DM-RUN-TIME                     PIC 9(8) VALUE 0.
01  DM-USER-ID                      PIC X(08) VALUE SPACES.
01  DM-REFUSAL-REASON               PIC X(30) VALUE SPACES.

*> Audit trail chaining. DM-CHAIN-VALUE holds the check value on
*> the last record on the trail; the record written folds its
*> bytes into it (1270). A byte is folded by its code point, which
*> the binary halfword over DM-CHAIN-BYTE-AREA reads out.
01  DM-CHAIN-TAIL-EOF-SWITCH        PIC X(01) VALUE 'N'.
    88  END-OF-CHAIN-TAIL                  VALUE 'Y'.
01  DM-CHAIN-VALUE                  PIC 9(09) VALUE 0.
01  DM-CHAIN-SUB                    PIC 9(03) COMP VALUE 0.
01  DM-CHAIN-PRODUCT                PIC 9(11) VALUE 0.
01  DM-CHAIN-QUOTIENT               PIC 9(11) VALUE 0.
01  DM-CHAIN-BYTE-AREA.
    05  FILLER                      PIC X(01) VALUE LOW-VALUE.
    05  DM-CHAIN-BYTE               PIC X(01) VALUE LOW-VALUE.
01  DM-CHAIN-BYTE-VALUE REDEFINES DM-CHAIN-BYTE-AREA
                                    PIC 9(4) COMP.

01  DM-HDR1-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    STOP RUN.

*> ----------------------------------------------------------------
*> 1000-INITIALIZE - check the user may maintain departments,
*> load the current master and the departments the current
*> month's audit trail has touched, open the register and the
*> change history, and print the register headers.
*> ----------------------------------------------------------------
1000-INITIALIZE.
    ACCEPT DM-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
    MOVE DM-RUN-DATE-YYYYMMDD (1:6) TO DM-RUN-MONTH.
    ACCEPT DM-RUN-TIME FROM TIME.
    ACCEPT DM-USER-ID FROM ENVIRONMENT "USER".
    PERFORM 1200-CHECK-AUTHORIZATION
        THRU 1200-EXIT.
    PERFORM 1300-LOAD-DEPT-ACCOUNTS
        THRU 1300-EXIT.
    PERFORM 1500-LOAD-MONTH-USAGE
1000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1200-CHECK-AUTHORIZATION - look the user up on the operator
*> master: the id must be there, active, and hold the maintain-
*> departments function. A refusal goes to the audit trail and
*> ends the session with RETURN-CODE 12 before anything is
*> loaded, so no DEPTNEW is written; a missing master stops it
*> with 16.
*> ----------------------------------------------------------------
1200-CHECK-AUTHORIZATION.
    OPEN INPUT OPER-FILE.
    IF DM-OPER-STATUS NOT = "00"
        DISPLAY "DEPTMAINTENANCE: UNABLE TO OPEN OPERMSTR, "
            "FILE STATUS = " DM-OPER-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 1210-READ-ONE-OPERATOR
        THRU 1210-EXIT
        UNTIL DM-OPER-STATUS NOT = "00"
           OR OPERATOR-WAS-FOUND.
    EVALUATE TRUE
        WHEN NOT OPERATOR-WAS-FOUND
            MOVE "USER NOT ON OPERATOR MASTER" TO DM-REFUSAL-REASON
        WHEN NOT OPER-IS-ACTIVE
            MOVE "OPERATOR IS INACTIVE" TO DM-REFUSAL-REASON
        WHEN NOT OPER-MAY-MAINTAIN-DEPTS
            MOVE "NOT AUTHORIZED FOR DEPT MAINT" TO DM-REFUSAL-REASON
        WHEN OTHER
            CLOSE OPER-FILE
            GO TO 1200-EXIT
    END-EVALUATE.
    CLOSE OPER-FILE.
    PERFORM 1250-WRITE-AUTH-REFUSAL
        THRU 1250-EXIT.
    DISPLAY "DEPTMAINTENANCE: USER " DM-USER-ID " REFUSED - "
        DM-REFUSAL-REASON.
    MOVE 12 TO RETURN-CODE.
    STOP RUN.
1200-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1210-READ-ONE-OPERATOR - read one operator master record and
*> note whether it is the user's.
*> ----------------------------------------------------------------
1210-READ-ONE-OPERATOR.
    READ OPER-FILE
        AT END
            GO TO 1210-EXIT
    END-READ.
    IF DM-OPER-STATUS = "00"
       AND OPER-USER-ID = DM-USER-ID
        SET OPERATOR-WAS-FOUND TO TRUE
    END-IF.
1210-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1250-WRITE-AUTH-REFUSAL - append the refusal to the audit
*> trail: the refused id as the user, no batch, and the
*> maintain-departments function code, the reason, and this
*> program in the refusal fields. It carries no amounts. The
*> trail is read through first for the check value the refusal
*> chains from.
*> ----------------------------------------------------------------
1250-WRITE-AUTH-REFUSAL.
    OPEN INPUT AUDIT-OUT-FILE.
    IF DM-AUDOUT-STATUS = "00"
        PERFORM 1260-READ-CHAIN-TAIL
            THRU 1260-EXIT
            UNTIL END-OF-CHAIN-TAIL
        CLOSE AUDIT-OUT-FILE
    END-IF.
    OPEN EXTEND AUDIT-OUT-FILE.
    IF DM-AUDOUT-STATUS = "35"
        OPEN OUTPUT AUDIT-OUT-FILE
    END-IF.
    IF DM-AUDOUT-STATUS NOT = "00"
        DISPLAY "DEPTMAINTENANCE: UNABLE TO OPEN AUDITOUT, "
            "FILE STATUS = " DM-AUDOUT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE DM-RUN-DATE-YYYYMMDD TO AUDIT-RUN-DATE.
    MOVE DM-RUN-TIME TO AUDIT-RUN-TIME.
    MOVE DM-USER-ID TO AUDIT-USER-ID.
    MOVE SPACES TO AUDIT-DEPT-CODE.
    MOVE ZERO TO AUDIT-SEQUENCE-NO.
    MOVE ZERO TO AUDIT-AMOUNT-COUNT.
    MOVE SPACES TO AUDIT-REFUSAL-DATA.
    MOVE "D" TO AUDIT-REFUSED-FUNCTION.
    MOVE DM-REFUSAL-REASON TO AUDIT-REFUSAL-REASON.
    MOVE "DEPTMNT" TO AUDIT-REFUSING-PROGRAM.
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
    CLOSE AUDIT-OUT-FILE.
1250-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1260-READ-CHAIN-TAIL - read one audit record on the way to the
*> end of the trail, keeping its check value. A record without one
*> (written before the trail was chained) leaves zero.
*> ----------------------------------------------------------------
1260-READ-CHAIN-TAIL.
    READ AUDIT-OUT-FILE
        AT END
            SET END-OF-CHAIN-TAIL TO TRUE
            GO TO 1260-EXIT
    END-READ.
    IF AUDIT-CHAIN-VALUE IS NUMERIC
        MOVE AUDIT-CHAIN-VALUE TO DM-CHAIN-VALUE
    ELSE
        MOVE ZERO TO DM-CHAIN-VALUE
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
        VARYING DM-CHAIN-SUB FROM 1 BY 1
        UNTIL DM-CHAIN-SUB > 333.
    MOVE DM-CHAIN-VALUE TO AUDIT-CHAIN-VALUE.
1270-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1280-FOLD-ONE-BYTE - fold one byte of the record into the
*> running check value.
*> ----------------------------------------------------------------
1280-FOLD-ONE-BYTE.
    MOVE AUDIT-RECORD (DM-CHAIN-SUB:1) TO DM-CHAIN-BYTE.
    COMPUTE DM-CHAIN-PRODUCT = DM-CHAIN-VALUE * 31
        + DM-CHAIN-BYTE-VALUE + DM-CHAIN-SUB.
    DIVIDE DM-CHAIN-PRODUCT BY 999999937
        GIVING DM-CHAIN-QUOTIENT
        REMAINDER DM-CHAIN-VALUE.
1280-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1300-LOAD-DEPT-ACCOUNTS - load the current department master
*> into the maintenance table. The master this program rewrites
            SET END-OF-AUDIT-FILE TO TRUE
            GO TO 1510-EXIT
    END-READ.
    IF DM-AUDIT-IN-RUN-DATE IS NOT NUMERIC
        GO TO 1510-EXIT
    END-IF.
    IF DM-AUDIT-IN-RUN-DATE (1:6) NOT = DM-RUN-MONTH
        GO TO 1510-EXIT
    END-IF.
    MOVE DM-AUDIT-IN-DEPT-CODE TO DM-WORK-CODE.
    PERFORM 2850-CHECK-MONTH-USAGE
        THRU 2850-EXIT.
    IF DEPT-IS-ON-MONTH-TRAIL
