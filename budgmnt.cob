       >>SOURCE FORMAT FREE
*> ================================================================
*> BudgetMaintenance
*> Keyed maintenance front end for the BUDGMSTR department budget
*> master, in the DeptMaintenance mold: the adjustments finance
*> makes between annual loads - a department's month raised after
*> a reforecast, a line added for a department opened mid-year, a
*> line taken off again - are keyed one at a time at the terminal
*> with immediate edits. The department must be on DEPTACCT, the
*> period must be a real YYYYMM month, the amount must be numeric,
*> an add is refused when the department already has a line for
*> the period, and a change or delete is refused when it has none.
*> The maintained master is rewritten to BUDGNEW, which the job
*> stream then puts back in place of the old one, so a half-keyed
*> session never leaves a half-changed live master.
*>
*> Every applied action prints on a before/after change register
*> (RPTOUT) and appends a change-history record (BUDGHIST), origin
*> K, with the user, date, and time - the same history the annual
*> load writes, so one dataset answers for every budget figure.
*>
*> At the action prompt:
*>   A          add a department's budget for a period
*>   C          change a department's budget for a period
*>   D          delete a department's budget for a period
*>   (blank)    end the session
*>
*> Amounts are keyed as 9(9)V99 with a trailing sign, e.g.
*> 00000012345+ for 123.45, in base currency.
*>
*> The user id must be active on the operator master (OPERMSTR)
*> with the maintain-departments function; anyone else is refused
*> before the master is loaded, the refusal is appended to the
*> audit trail (AUDITOUT), and no BUDGNEW is written.
*>
*> Modification history:
*>   - Written so the budget is adjusted between annual loads by
*>     guided keying with immediate edits and a change history,
*>     under the same authority as the department master.
*> ================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. BudgetMaintenance.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BUDGET-FILE ASSIGN TO BUDGMSTR
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BM-BUDG-STATUS.

    SELECT NEW-BUDGET-FILE ASSIGN TO BUDGNEW
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BM-NEW-STATUS.

    SELECT HISTORY-FILE ASSIGN TO BUDGHIST
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BM-HIST-STATUS.

    SELECT DEPT-FILE ASSIGN TO DEPTACCT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BM-DEPT-STATUS.

    SELECT PRINT-FILE ASSIGN TO RPTOUT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BM-PRINT-STATUS.

    SELECT OPER-FILE ASSIGN TO OPERMSTR
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BM-OPER-STATUS.

    SELECT AUDIT-OUT-FILE ASSIGN TO AUDITOUT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BM-AUDOUT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  BUDGET-FILE
    LABEL RECORDS ARE OMITTED.
    COPY BUDGREC.

*> The rewritten master carries the BUDGREC layout byte for byte
*> (23 bytes); it keeps its own 01 here because the copybook
*> already describes the input side, and each record is built in
*> it directly - the input master is closed by then.
FD  NEW-BUDGET-FILE
    LABEL RECORDS ARE OMITTED.
01  BM-NEW-BUDGET-RECORD.
    05  BM-NEW-BUDG-DEPT-CODE       PIC X(04).
    05  BM-NEW-BUDG-ACCT-PERIOD     PIC 9(06).
    05  BM-NEW-BUDG-AMOUNT          PIC S9(9)V99 SIGN IS TRAILING
                                                 SEPARATE CHARACTER.
    05  BM-NEW-BUDG-SOURCE          PIC X(01).

FD  HISTORY-FILE
    LABEL RECORDS ARE OMITTED.
    COPY BUDHREC.

FD  DEPT-FILE
    LABEL RECORDS ARE OMITTED.
    COPY DEPTREC.

FD  PRINT-FILE
    LABEL RECORDS ARE OMITTED.
01  PRINT-LINE                      PIC X(132).

FD  OPER-FILE
    LABEL RECORDS ARE OMITTED.
    COPY OPERREC.

FD  AUDIT-OUT-FILE
    LABEL RECORDS ARE OMITTED.
    COPY AUDITREC.

WORKING-STORAGE SECTION.
01  BM-SWITCHES.
    05  BM-SESSION-DONE-SWITCH      PIC X(01) VALUE 'N'.
        88  SESSION-IS-COMPLETE             VALUE 'Y'.
    05  BM-AMOUNT-OK-SWITCH         PIC X(01) VALUE 'N'.
        88  AMOUNT-IS-VALID                 VALUE 'Y'.
    05  BM-DEPT-FOUND-SWITCH        PIC X(01) VALUE 'N'.
        88  DEPT-IS-ON-MASTER               VALUE 'Y'.
    05  BM-OPER-FOUND-SWITCH        PIC X(01) VALUE 'N'.
        88  OPERATOR-WAS-FOUND              VALUE 'Y'.

01  BM-BUDG-STATUS                  PIC X(02) VALUE SPACES.
01  BM-NEW-STATUS                   PIC X(02) VALUE SPACES.
01  BM-HIST-STATUS                  PIC X(02) VALUE SPACES.
01  BM-DEPT-STATUS                  PIC X(02) VALUE SPACES.
01  BM-PRINT-STATUS                 PIC X(02) VALUE SPACES.
01  BM-OPER-STATUS                  PIC X(02) VALUE SPACES.
01  BM-AUDOUT-STATUS                PIC X(02) VALUE SPACES.

01  BM-KEYED-ENTRY                  PIC X(50) VALUE SPACES.
01  BM-KEYED-AMOUNT-X               PIC X(12) VALUE SPACES.
01  BM-KEYED-AMOUNT REDEFINES BM-KEYED-AMOUNT-X
                                    PIC S9(9)V99 SIGN IS TRAILING
                                                 SEPARATE CHARACTER.
01  BM-KEYED-PERIOD-X               PIC X(06) VALUE SPACES.
01  BM-KEYED-PERIOD REDEFINES BM-KEYED-PERIOD-X.
    05  BM-KEYED-PERIOD-YYYY        PIC 9(4).
    05  BM-KEYED-PERIOD-MM          PIC 9(2).
01  BM-ACTION                       PIC X(01) VALUE SPACE.
01  BM-WORK-CODE                    PIC X(04) VALUE SPACES.
01  BM-WORK-PERIOD                  PIC 9(06) VALUE 0.
01  BM-OLD-AMOUNT                   PIC S9(9)V99 VALUE 0.
01  BM-NEW-AMOUNT                   PIC S9(9)V99 VALUE 0.
01  BM-AMOUNT-DISPLAY               PIC ZZZ,ZZZ,ZZ9.99- .

*> Department codes on DEPTACCT; a budget line is only added for
*> one of them.
01  BM-DEPT-TABLE-AREA.
    05  BM-DEPT-COUNT               PIC 9(2) COMP VALUE 0.
    05  BM-MAX-DEPTS                PIC 9(2) COMP VALUE 50.
    05  BM-DEPT-CODE                PIC X(04) OCCURS 50 TIMES.
01  BM-DEPT-SUB                     PIC 9(2) COMP VALUE 0.

*> The maintained master, loaded whole at initialization and
*> rewritten whole at the end of the session; a delete only marks
*> its entry so the register can still show the before image.
01  BM-BUDG-TABLE-AREA.
    05  BM-BUDG-COUNT               PIC 9(4) COMP VALUE 0.
    05  BM-MAX-BUDGETS              PIC 9(4) COMP VALUE 3000.
    05  BM-BUDG-ENTRY OCCURS 3000 TIMES.
        10  BM-BUDG-DEPT-CODE       PIC X(04).
        10  BM-BUDG-ACCT-PERIOD     PIC 9(06).
        10  BM-BUDG-AMOUNT          PIC S9(9)V99.
        10  BM-BUDG-SOURCE          PIC X(01).
        10  BM-BUDG-DELETED-SWITCH  PIC X(01).
            88  THIS-LINE-IS-DELETED        VALUE 'Y'.
01  BM-BUDG-SUB                     PIC 9(4) COMP VALUE 0.
01  BM-ACTIVE-BUDG-SUB              PIC 9(4) COMP VALUE 0.

01  BM-ADDED-COUNT                  PIC 9(4) VALUE 0.
01  BM-CHANGED-COUNT                PIC 9(4) VALUE 0.
01  BM-DELETED-COUNT                PIC 9(4) VALUE 0.
01  BM-REFUSED-COUNT                PIC 9(4) VALUE 0.
01  BM-WRITTEN-COUNT                PIC 9(4) VALUE 0.
01  BM-COUNT-DISPLAY                PIC ZZZ9.

01  BM-RUN-DATE-FIELDS.
    05  BM-RUN-DATE-YYYYMMDD        PIC 9(8).
    05  BM-RUN-DATE-X REDEFINES BM-RUN-DATE-YYYYMMDD.
        10  BM-RUN-YYYY             PIC 9(4).
        10  BM-RUN-MM               PIC 9(2).
        10  BM-RUN-DD               PIC 9(2).
01  BM-RUN-DATE-DISPLAY             PIC X(10).
01  BM-RUN-TIME                     PIC 9(8) VALUE 0.
01  BM-USER-ID                      PIC X(08) VALUE SPACES.
01  BM-REFUSAL-REASON               PIC X(30) VALUE SPACES.

*> Audit trail chaining. BM-CHAIN-VALUE holds the check value on
*> the last record on the trail; the record written folds its
*> bytes into it (1270). A byte is folded by its code point, which
*> the binary halfword over BM-CHAIN-BYTE-AREA reads out.
01  BM-CHAIN-TAIL-EOF-SWITCH        PIC X(01) VALUE 'N'.
    88  END-OF-CHAIN-TAIL                  VALUE 'Y'.
01  BM-CHAIN-VALUE                  PIC 9(09) VALUE 0.
01  BM-CHAIN-SUB                    PIC 9(03) COMP VALUE 0.
01  BM-CHAIN-PRODUCT                PIC 9(11) VALUE 0.
01  BM-CHAIN-QUOTIENT               PIC 9(11) VALUE 0.
01  BM-CHAIN-BYTE-AREA.
    05  FILLER                      PIC X(01) VALUE LOW-VALUE.
    05  BM-CHAIN-BYTE               PIC X(01) VALUE LOW-VALUE.
01  BM-CHAIN-BYTE-VALUE REDEFINES BM-CHAIN-BYTE-AREA
                                    PIC 9(4) COMP.

01  BM-HDR1-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(30)
                                     VALUE "BUDGET CHANGE REGISTER".
    05  FILLER                      PIC X(10) VALUE SPACES.
    05  FILLER                      PIC X(10) VALUE "RUN DATE:".
    05  HDR-RUN-DATE                PIC X(10).

01  BM-HDR2-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(08) VALUE "ACTION".
    05  FILLER                      PIC X(06) VALUE "DEPT".
    05  FILLER                      PIC X(08) VALUE "PERIOD".
    05  FILLER                      PIC X(15) VALUE "     OLD AMOUNT".
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  FILLER                      PIC X(15) VALUE "     NEW AMOUNT".

01  BM-DETAIL-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  DTL-ACTION                  PIC X(06).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  DTL-DEPT-CODE               PIC X(04).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  DTL-ACCT-PERIOD             PIC 9(06).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  DTL-OLD-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  DTL-NEW-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.

01  BM-ADDED-COUNT-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(26)
                                     VALUE "BUDGET LINES ADDED:".
    05  TOT-ADDED-COUNT             PIC ZZZ9.

01  BM-CHANGED-COUNT-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(26)
                                     VALUE "BUDGET LINES CHANGED:".
    05  TOT-CHANGED-COUNT           PIC ZZZ9.

01  BM-DELETED-COUNT-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(26)
                                     VALUE "BUDGET LINES DELETED:".
    05  TOT-DELETED-COUNT           PIC ZZZ9.

01  BM-REFUSED-COUNT-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(26)
                                     VALUE "ACTIONS REFUSED:".
    05  TOT-REFUSED-COUNT           PIC ZZZ9.

01  BM-WRITTEN-COUNT-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(26)
                                     VALUE "MASTER RECORDS WRITTEN:".
    05  TOT-WRITTEN-COUNT           PIC ZZZ9.

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-INITIALIZE
        THRU 1000-EXIT.
    PERFORM 2000-KEY-ONE-ACTION
        THRU 2000-EXIT
        UNTIL SESSION-IS-COMPLETE.
    PERFORM 9000-FINALIZE
        THRU 9000-EXIT.
    STOP RUN.

*> ----------------------------------------------------------------
*> 1000-INITIALIZE - check the user may maintain departments, load
*> the department codes and the current budget master, open the
*> register and the change history, and print the register
*> headers.
*> ----------------------------------------------------------------
1000-INITIALIZE.
    ACCEPT BM-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
    ACCEPT BM-RUN-TIME FROM TIME.
    ACCEPT BM-USER-ID FROM ENVIRONMENT "USER".
    PERFORM 1200-CHECK-AUTHORIZATION
        THRU 1200-EXIT.
    PERFORM 1300-LOAD-DEPT-ACCOUNTS
        THRU 1300-EXIT.
    PERFORM 1500-LOAD-BUDGET-MASTER
        THRU 1500-EXIT.
    OPEN EXTEND HISTORY-FILE.
    IF BM-HIST-STATUS = "35"
        OPEN OUTPUT HISTORY-FILE
    END-IF.
    IF BM-HIST-STATUS NOT = "00"
        DISPLAY "BUDGETMAINTENANCE: UNABLE TO OPEN BUDGHIST, "
            "FILE STATUS = " BM-HIST-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT PRINT-FILE.
    STRING BM-RUN-MM   DELIMITED BY SIZE
           "/"         DELIMITED BY SIZE
           BM-RUN-DD   DELIMITED BY SIZE
           "/"         DELIMITED BY SIZE
           BM-RUN-YYYY DELIMITED BY SIZE
        INTO BM-RUN-DATE-DISPLAY
    END-STRING.
    MOVE BM-RUN-DATE-DISPLAY TO HDR-RUN-DATE.
    WRITE PRINT-LINE FROM BM-HDR1-LINE
        AFTER ADVANCING PAGE.
    WRITE PRINT-LINE FROM BM-HDR2-LINE
        AFTER ADVANCING 2 LINES.
    MOVE BM-BUDG-COUNT TO BM-COUNT-DISPLAY.
    DISPLAY "BUDGET MAINTENANCE - " BM-COUNT-DISPLAY
        " BUDGET LINES ON THE MASTER".
    DISPLAY "KEY AMOUNTS AS 9(9)V99 WITH TRAILING SIGN, E.G. "
        "00000012345+ FOR 123.45".
    DISPLAY "ACTIONS: A=ADD C=CHANGE D=DELETE, BLANK LINE ENDS "
        "THE SESSION".
1000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1200-CHECK-AUTHORIZATION - look the user up on the operator
*> master: the id must be there, active, and hold the maintain-
*> departments function. A refusal goes to the audit trail and
*> ends the session with RETURN-CODE 12 before anything is
*> loaded, so no BUDGNEW is written; a missing master stops it
*> with 16.
*> ----------------------------------------------------------------
1200-CHECK-AUTHORIZATION.
    OPEN INPUT OPER-FILE.
    IF BM-OPER-STATUS NOT = "00"
        DISPLAY "BUDGETMAINTENANCE: UNABLE TO OPEN OPERMSTR, "
            "FILE STATUS = " BM-OPER-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 1210-READ-ONE-OPERATOR
        THRU 1210-EXIT
        UNTIL BM-OPER-STATUS NOT = "00"
           OR OPERATOR-WAS-FOUND.
    EVALUATE TRUE
        WHEN NOT OPERATOR-WAS-FOUND
            MOVE "USER NOT ON OPERATOR MASTER" TO BM-REFUSAL-REASON
        WHEN NOT OPER-IS-ACTIVE
            MOVE "OPERATOR IS INACTIVE" TO BM-REFUSAL-REASON
        WHEN NOT OPER-MAY-MAINTAIN-DEPTS
            MOVE "NOT AUTHORIZED FOR DEPT MAINT" TO BM-REFUSAL-REASON
        WHEN OTHER
            CLOSE OPER-FILE
            GO TO 1200-EXIT
    END-EVALUATE.
    CLOSE OPER-FILE.
    PERFORM 1250-WRITE-AUTH-REFUSAL
        THRU 1250-EXIT.
    DISPLAY "BUDGETMAINTENANCE: USER " BM-USER-ID " REFUSED - "
        BM-REFUSAL-REASON.
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
    IF BM-OPER-STATUS = "00"
       AND OPER-USER-ID = BM-USER-ID
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
    IF BM-AUDOUT-STATUS = "00"
        PERFORM 1260-READ-CHAIN-TAIL
            THRU 1260-EXIT
            UNTIL END-OF-CHAIN-TAIL
        CLOSE AUDIT-OUT-FILE
    END-IF.
    OPEN EXTEND AUDIT-OUT-FILE.
    IF BM-AUDOUT-STATUS = "35"
        OPEN OUTPUT AUDIT-OUT-FILE
    END-IF.
    IF BM-AUDOUT-STATUS NOT = "00"
        DISPLAY "BUDGETMAINTENANCE: UNABLE TO OPEN AUDITOUT, "
            "FILE STATUS = " BM-AUDOUT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE BM-RUN-DATE-YYYYMMDD TO AUDIT-RUN-DATE.
    MOVE BM-RUN-TIME TO AUDIT-RUN-TIME.
    MOVE BM-USER-ID TO AUDIT-USER-ID.
    MOVE SPACES TO AUDIT-DEPT-CODE.
    MOVE ZERO TO AUDIT-SEQUENCE-NO.
    MOVE ZERO TO AUDIT-AMOUNT-COUNT.
    MOVE SPACES TO AUDIT-REFUSAL-DATA.
    MOVE "D" TO AUDIT-REFUSED-FUNCTION.
    MOVE BM-REFUSAL-REASON TO AUDIT-REFUSAL-REASON.
    MOVE "BUDGMNT" TO AUDIT-REFUSING-PROGRAM.
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
        MOVE AUDIT-CHAIN-VALUE TO BM-CHAIN-VALUE
    ELSE
        MOVE ZERO TO BM-CHAIN-VALUE
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
        VARYING BM-CHAIN-SUB FROM 1 BY 1
        UNTIL BM-CHAIN-SUB > 333.
    MOVE BM-CHAIN-VALUE TO AUDIT-CHAIN-VALUE.
1270-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1280-FOLD-ONE-BYTE - fold one byte of the record into the
*> running check value.
*> ----------------------------------------------------------------
1280-FOLD-ONE-BYTE.
    MOVE AUDIT-RECORD (BM-CHAIN-SUB:1) TO BM-CHAIN-BYTE.
    COMPUTE BM-CHAIN-PRODUCT = BM-CHAIN-VALUE * 31
        + BM-CHAIN-BYTE-VALUE + BM-CHAIN-SUB.
    DIVIDE BM-CHAIN-PRODUCT BY 999999937
        GIVING BM-CHAIN-QUOTIENT
        REMAINDER BM-CHAIN-VALUE.
1280-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1300-LOAD-DEPT-ACCOUNTS - table the department codes on the
*> department master, which every added budget line must name.
*> ----------------------------------------------------------------
1300-LOAD-DEPT-ACCOUNTS.
    OPEN INPUT DEPT-FILE.
    IF BM-DEPT-STATUS NOT = "00"
        DISPLAY "BUDGETMAINTENANCE: UNABLE TO OPEN DEPTACCT, "
            "FILE STATUS = " BM-DEPT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 1310-LOAD-ONE-DEPT
        THRU 1310-EXIT
        UNTIL BM-DEPT-STATUS NOT = "00".
    CLOSE DEPT-FILE.
1300-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1310-LOAD-ONE-DEPT - read and table one department code. A
*> blank code is skipped; an overfull table is a setup error worth
*> stopping the run for.
*> ----------------------------------------------------------------
1310-LOAD-ONE-DEPT.
    READ DEPT-FILE
        AT END
            GO TO 1310-EXIT
    END-READ.
    IF BM-DEPT-STATUS NOT = "00"
        GO TO 1310-EXIT
    END-IF.
    IF DEPT-CODE = SPACES
        GO TO 1310-EXIT
    END-IF.
    IF BM-DEPT-COUNT >= BM-MAX-DEPTS
        DISPLAY "BUDGETMAINTENANCE: MORE THAN " BM-MAX-DEPTS
            " DEPARTMENTS ON DEPTACCT"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO BM-DEPT-COUNT.
    MOVE DEPT-CODE TO BM-DEPT-CODE (BM-DEPT-COUNT).
1310-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1500-LOAD-BUDGET-MASTER - load the current budget master into
*> the maintenance table. A master not yet created starts empty;
*> any other open failure stops the run.
*> ----------------------------------------------------------------
1500-LOAD-BUDGET-MASTER.
    OPEN INPUT BUDGET-FILE.
    IF BM-BUDG-STATUS = "35"
        GO TO 1500-EXIT
    END-IF.
    IF BM-BUDG-STATUS NOT = "00"
        DISPLAY "BUDGETMAINTENANCE: UNABLE TO OPEN BUDGMSTR, "
            "FILE STATUS = " BM-BUDG-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 1510-LOAD-ONE-BUDGET
        THRU 1510-EXIT
        UNTIL BM-BUDG-STATUS NOT = "00".
    CLOSE BUDGET-FILE.
1500-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1510-LOAD-ONE-BUDGET - read and table one budget master line.
*> ----------------------------------------------------------------
1510-LOAD-ONE-BUDGET.
    READ BUDGET-FILE
        AT END
            GO TO 1510-EXIT
    END-READ.
    IF BM-BUDG-STATUS NOT = "00"
        GO TO 1510-EXIT
    END-IF.
    IF BUDG-DEPT-CODE = SPACES
        GO TO 1510-EXIT
    END-IF.
    IF BM-BUDG-COUNT >= BM-MAX-BUDGETS
        DISPLAY "BUDGETMAINTENANCE: MORE THAN " BM-MAX-BUDGETS
            " LINES ON BUDGMSTR"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO BM-BUDG-COUNT.
    MOVE BUDG-DEPT-CODE TO BM-BUDG-DEPT-CODE (BM-BUDG-COUNT).
    MOVE BUDG-ACCT-PERIOD TO BM-BUDG-ACCT-PERIOD (BM-BUDG-COUNT).
    MOVE BUDG-AMOUNT TO BM-BUDG-AMOUNT (BM-BUDG-COUNT).
    MOVE BUDG-SOURCE TO BM-BUDG-SOURCE (BM-BUDG-COUNT).
    MOVE 'N' TO BM-BUDG-DELETED-SWITCH (BM-BUDG-COUNT).
1510-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2000-KEY-ONE-ACTION - take one action, department, and period
*> from the terminal and dispatch it. A blank line ends the
*> session; anything but the three actions, or a period that is
*> not a YYYYMM month, is refused on the spot.
*> ----------------------------------------------------------------
2000-KEY-ONE-ACTION.
    DISPLAY "ACTION (A/C/D, BLANK TO END):".
    MOVE SPACES TO BM-KEYED-ENTRY.
    ACCEPT BM-KEYED-ENTRY.
    IF BM-KEYED-ENTRY = SPACES
        SET SESSION-IS-COMPLETE TO TRUE
        GO TO 2000-EXIT
    END-IF.
    MOVE BM-KEYED-ENTRY (1:1) TO BM-ACTION.
    IF BM-ACTION NOT = "A" AND "C" AND "D"
        DISPLAY "  REFUSED - ACTION MUST BE A, C, OR D"
        GO TO 2000-EXIT
    END-IF.
    DISPLAY "DEPARTMENT CODE:".
    MOVE SPACES TO BM-KEYED-ENTRY.
    ACCEPT BM-KEYED-ENTRY.
    IF BM-KEYED-ENTRY (1:4) = SPACES
        DISPLAY "  REFUSED - A DEPARTMENT CODE IS REQUIRED"
        GO TO 2000-EXIT
    END-IF.
    MOVE BM-KEYED-ENTRY (1:4) TO BM-WORK-CODE.
    DISPLAY "ACCOUNTING PERIOD (YYYYMM):".
    MOVE SPACES TO BM-KEYED-ENTRY.
    ACCEPT BM-KEYED-ENTRY.
    MOVE BM-KEYED-ENTRY (1:6) TO BM-KEYED-PERIOD-X.
    IF BM-KEYED-PERIOD-X IS NOT NUMERIC
       OR BM-KEYED-PERIOD-MM < 1
       OR BM-KEYED-PERIOD-MM > 12
        DISPLAY "  REFUSED - PERIOD MUST BE YYYYMM, MONTH 01-12"
        ADD 1 TO BM-REFUSED-COUNT
        GO TO 2000-EXIT
    END-IF.
    MOVE BM-KEYED-PERIOD-X TO BM-WORK-PERIOD.
    PERFORM 2800-LOCATE-BUDGET-LINE
        THRU 2800-EXIT.
    EVALUATE BM-ACTION
        WHEN "A"
            PERFORM 3000-ADD-BUDGET-LINE
                THRU 3000-EXIT
        WHEN "C"
            PERFORM 4000-CHANGE-BUDGET-LINE
                THRU 4000-EXIT
        WHEN "D"
            PERFORM 5000-DELETE-BUDGET-LINE
                THRU 5000-EXIT
    END-EVALUATE.
2000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2800-LOCATE-BUDGET-LINE - find the line for BM-WORK-CODE and
*> BM-WORK-PERIOD in the maintenance table, deleted entries
*> included (an add over a line deleted this session is still a
*> duplicate of this session's register), and leave its entry
*> number - or zero - in BM-ACTIVE-BUDG-SUB.
*> ----------------------------------------------------------------
2800-LOCATE-BUDGET-LINE.
    MOVE ZERO TO BM-ACTIVE-BUDG-SUB.
    PERFORM 2810-MATCH-ONE-LINE
        THRU 2810-EXIT
        VARYING BM-BUDG-SUB FROM 1 BY 1
        UNTIL BM-BUDG-SUB > BM-BUDG-COUNT
           OR BM-ACTIVE-BUDG-SUB > ZERO.
2800-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2810-MATCH-ONE-LINE - compare one table entry against the key
*> being located.
*> ----------------------------------------------------------------
2810-MATCH-ONE-LINE.
    IF BM-BUDG-DEPT-CODE (BM-BUDG-SUB) = BM-WORK-CODE
       AND BM-BUDG-ACCT-PERIOD (BM-BUDG-SUB) = BM-WORK-PERIOD
        MOVE BM-BUDG-SUB TO BM-ACTIVE-BUDG-SUB
    END-IF.
2810-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2850-CHECK-DEPT-ON-MASTER - set DEPT-IS-ON-MASTER when
*> BM-WORK-CODE is on DEPTACCT.
*> ----------------------------------------------------------------
2850-CHECK-DEPT-ON-MASTER.
    MOVE 'N' TO BM-DEPT-FOUND-SWITCH.
    PERFORM 2860-MATCH-ONE-DEPT
        THRU 2860-EXIT
        VARYING BM-DEPT-SUB FROM 1 BY 1
        UNTIL BM-DEPT-SUB > BM-DEPT-COUNT
           OR DEPT-IS-ON-MASTER.
2850-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2860-MATCH-ONE-DEPT - compare one department code against the
*> code being checked.
*> ----------------------------------------------------------------
2860-MATCH-ONE-DEPT.
    IF BM-DEPT-CODE (BM-DEPT-SUB) = BM-WORK-CODE
        SET DEPT-IS-ON-MASTER TO TRUE
    END-IF.
2860-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2900-KEY-AMOUNT - take and edit a budget amount from the
*> terminal: 9(9)V99 with a trailing sign, nothing else.
*> ----------------------------------------------------------------
2900-KEY-AMOUNT.
    MOVE 'N' TO BM-AMOUNT-OK-SWITCH.
    MOVE SPACES TO BM-KEYED-ENTRY.
    ACCEPT BM-KEYED-ENTRY.
    MOVE BM-KEYED-ENTRY (1:12) TO BM-KEYED-AMOUNT-X.
    IF BM-KEYED-AMOUNT IS NUMERIC
        MOVE BM-KEYED-AMOUNT TO BM-NEW-AMOUNT
        SET AMOUNT-IS-VALID TO TRUE
    ELSE
        DISPLAY "  REFUSED - NON-NUMERIC AMOUNT"
    END-IF.
2900-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3000-ADD-BUDGET-LINE - add one department's budget for a
*> period: the department must be on DEPTACCT, it must have no
*> line for the period already, and the amount must pass its edit.
*> ----------------------------------------------------------------
3000-ADD-BUDGET-LINE.
    PERFORM 2850-CHECK-DEPT-ON-MASTER
        THRU 2850-EXIT.
    IF NOT DEPT-IS-ON-MASTER
        DISPLAY "  REFUSED - DEPARTMENT " BM-WORK-CODE
            " IS NOT ON DEPTACCT"
        ADD 1 TO BM-REFUSED-COUNT
        GO TO 3000-EXIT
    END-IF.
    IF BM-ACTIVE-BUDG-SUB > ZERO
        DISPLAY "  REFUSED - DEPARTMENT " BM-WORK-CODE
            " ALREADY HAS A BUDGET FOR " BM-WORK-PERIOD
        ADD 1 TO BM-REFUSED-COUNT
        GO TO 3000-EXIT
    END-IF.
    IF BM-BUDG-COUNT >= BM-MAX-BUDGETS
        DISPLAY "  REFUSED - THE MASTER IS FULL AT " BM-MAX-BUDGETS
            " LINES"
        ADD 1 TO BM-REFUSED-COUNT
        GO TO 3000-EXIT
    END-IF.
    DISPLAY "BUDGET AMOUNT:".
    PERFORM 2900-KEY-AMOUNT
        THRU 2900-EXIT.
    IF NOT AMOUNT-IS-VALID
        ADD 1 TO BM-REFUSED-COUNT
        GO TO 3000-EXIT
    END-IF.
    ADD 1 TO BM-BUDG-COUNT.
    MOVE BM-WORK-CODE TO BM-BUDG-DEPT-CODE (BM-BUDG-COUNT).
    MOVE BM-WORK-PERIOD TO BM-BUDG-ACCT-PERIOD (BM-BUDG-COUNT).
    MOVE BM-NEW-AMOUNT TO BM-BUDG-AMOUNT (BM-BUDG-COUNT).
    MOVE "K" TO BM-BUDG-SOURCE (BM-BUDG-COUNT).
    MOVE 'N' TO BM-BUDG-DELETED-SWITCH (BM-BUDG-COUNT).
    ADD 1 TO BM-ADDED-COUNT.
    MOVE ZERO TO BM-OLD-AMOUNT.
    PERFORM 7000-RECORD-ONE-CHANGE
        THRU 7000-EXIT.
    MOVE BM-NEW-AMOUNT TO BM-AMOUNT-DISPLAY.
    DISPLAY "  ADDED " BM-WORK-CODE " " BM-WORK-PERIOD " -> "
        BM-AMOUNT-DISPLAY.
3000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 4000-CHANGE-BUDGET-LINE - replace the amount on one existing
*> budget line. Keying the amount it already holds changes
*> nothing and is not recorded.
*> ----------------------------------------------------------------
4000-CHANGE-BUDGET-LINE.
    IF BM-ACTIVE-BUDG-SUB = ZERO
       OR THIS-LINE-IS-DELETED (BM-ACTIVE-BUDG-SUB)
        DISPLAY "  REFUSED - DEPARTMENT " BM-WORK-CODE
            " HAS NO BUDGET FOR " BM-WORK-PERIOD
        ADD 1 TO BM-REFUSED-COUNT
        GO TO 4000-EXIT
    END-IF.
    MOVE BM-BUDG-AMOUNT (BM-ACTIVE-BUDG-SUB) TO BM-OLD-AMOUNT.
    MOVE BM-OLD-AMOUNT TO BM-AMOUNT-DISPLAY.
    DISPLAY "BUDGET AMOUNT (NOW " BM-AMOUNT-DISPLAY "):".
    PERFORM 2900-KEY-AMOUNT
        THRU 2900-EXIT.
    IF NOT AMOUNT-IS-VALID
        ADD 1 TO BM-REFUSED-COUNT
        GO TO 4000-EXIT
    END-IF.
    IF BM-NEW-AMOUNT = BM-OLD-AMOUNT
        DISPLAY "  NOTHING CHANGED - NOT RECORDED"
        GO TO 4000-EXIT
    END-IF.
    MOVE BM-NEW-AMOUNT TO BM-BUDG-AMOUNT (BM-ACTIVE-BUDG-SUB).
    MOVE "K" TO BM-BUDG-SOURCE (BM-ACTIVE-BUDG-SUB).
    ADD 1 TO BM-CHANGED-COUNT.
    PERFORM 7000-RECORD-ONE-CHANGE
        THRU 7000-EXIT.
    MOVE BM-NEW-AMOUNT TO BM-AMOUNT-DISPLAY.
    DISPLAY "  CHANGED " BM-WORK-CODE " " BM-WORK-PERIOD " -> "
        BM-AMOUNT-DISPLAY.
4000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 5000-DELETE-BUDGET-LINE - take one department's budget for a
*> period off the master. The variance report then shows the
*> department's work that period as unbudgeted.
*> ----------------------------------------------------------------
5000-DELETE-BUDGET-LINE.
    IF BM-ACTIVE-BUDG-SUB = ZERO
       OR THIS-LINE-IS-DELETED (BM-ACTIVE-BUDG-SUB)
        DISPLAY "  REFUSED - DEPARTMENT " BM-WORK-CODE
            " HAS NO BUDGET FOR " BM-WORK-PERIOD
        ADD 1 TO BM-REFUSED-COUNT
        GO TO 5000-EXIT
    END-IF.
    MOVE BM-BUDG-AMOUNT (BM-ACTIVE-BUDG-SUB) TO BM-OLD-AMOUNT.
    MOVE ZERO TO BM-NEW-AMOUNT.
    SET THIS-LINE-IS-DELETED (BM-ACTIVE-BUDG-SUB) TO TRUE.
    ADD 1 TO BM-DELETED-COUNT.
    PERFORM 7000-RECORD-ONE-CHANGE
        THRU 7000-EXIT.
    DISPLAY "  DELETED " BM-WORK-CODE " " BM-WORK-PERIOD.
5000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 7000-RECORD-ONE-CHANGE - print the applied action's before and
*> after amounts on the change register and append the matching
*> change-history record, origin K. An add carries a zero before
*> amount, a delete a zero after amount.
*> ----------------------------------------------------------------
7000-RECORD-ONE-CHANGE.
    EVALUATE BM-ACTION
        WHEN "A"
            MOVE "ADD" TO DTL-ACTION
        WHEN "C"
            MOVE "CHANGE" TO DTL-ACTION
        WHEN "D"
            MOVE "DELETE" TO DTL-ACTION
    END-EVALUATE.
    MOVE BM-WORK-CODE TO DTL-DEPT-CODE.
    MOVE BM-WORK-PERIOD TO DTL-ACCT-PERIOD.
    MOVE BM-OLD-AMOUNT TO DTL-OLD-AMOUNT.
    MOVE BM-NEW-AMOUNT TO DTL-NEW-AMOUNT.
    WRITE PRINT-LINE FROM BM-DETAIL-LINE
        AFTER ADVANCING 1 LINE.
    ACCEPT BM-RUN-TIME FROM TIME.
    MOVE BM-RUN-DATE-YYYYMMDD TO BUDGH-CHANGE-DATE.
    MOVE BM-RUN-TIME TO BUDGH-CHANGE-TIME.
    MOVE BM-USER-ID TO BUDGH-USER-ID.
    MOVE BM-ACTION TO BUDGH-ACTION.
    SET BUDGH-FROM-KEYED-SESSION TO TRUE.
    MOVE BM-WORK-CODE TO BUDGH-DEPT-CODE.
    MOVE BM-WORK-PERIOD TO BUDGH-ACCT-PERIOD.
    MOVE BM-OLD-AMOUNT TO BUDGH-OLD-AMOUNT.
    MOVE BM-NEW-AMOUNT TO BUDGH-NEW-AMOUNT.
    WRITE BUDGH-RECORD.
7000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 9000-FINALIZE - rewrite the maintained master to BUDGNEW (the
*> job stream puts it back in place of the old one), print the
*> session accounting, set the return code, and close the files.
*> RETURN-CODE 4 says at least one action was refused, so the
*> session output is looked at before the new master is cataloged.
*> ----------------------------------------------------------------
9000-FINALIZE.
    OPEN OUTPUT NEW-BUDGET-FILE.
    IF BM-NEW-STATUS NOT = "00"
        DISPLAY "BUDGETMAINTENANCE: UNABLE TO OPEN BUDGNEW, "
            "FILE STATUS = " BM-NEW-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 9100-WRITE-ONE-MASTER-RECORD
        THRU 9100-EXIT
        VARYING BM-BUDG-SUB FROM 1 BY 1
        UNTIL BM-BUDG-SUB > BM-BUDG-COUNT.
    CLOSE NEW-BUDGET-FILE.
    MOVE BM-ADDED-COUNT TO TOT-ADDED-COUNT.
    WRITE PRINT-LINE FROM BM-ADDED-COUNT-LINE
        AFTER ADVANCING 2 LINES.
    MOVE BM-CHANGED-COUNT TO TOT-CHANGED-COUNT.
    WRITE PRINT-LINE FROM BM-CHANGED-COUNT-LINE
        AFTER ADVANCING 1 LINE.
    MOVE BM-DELETED-COUNT TO TOT-DELETED-COUNT.
    WRITE PRINT-LINE FROM BM-DELETED-COUNT-LINE
        AFTER ADVANCING 1 LINE.
    MOVE BM-REFUSED-COUNT TO TOT-REFUSED-COUNT.
    WRITE PRINT-LINE FROM BM-REFUSED-COUNT-LINE
        AFTER ADVANCING 1 LINE.
    MOVE BM-WRITTEN-COUNT TO TOT-WRITTEN-COUNT.
    WRITE PRINT-LINE FROM BM-WRITTEN-COUNT-LINE
        AFTER ADVANCING 1 LINE.
    CLOSE HISTORY-FILE.
    CLOSE PRINT-FILE.
    MOVE BM-WRITTEN-COUNT TO BM-COUNT-DISPLAY.
    DISPLAY "MASTER RECORDS WRITTEN TO BUDGNEW: " BM-COUNT-DISPLAY.
    MOVE ZERO TO RETURN-CODE.
    IF BM-REFUSED-COUNT > ZERO
        MOVE 4 TO RETURN-CODE
    END-IF.
9000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 9100-WRITE-ONE-MASTER-RECORD - write one surviving table entry
*> in BUDGREC form; lines deleted this session are passed over.
*> ----------------------------------------------------------------
9100-WRITE-ONE-MASTER-RECORD.
    IF THIS-LINE-IS-DELETED (BM-BUDG-SUB)
        GO TO 9100-EXIT
    END-IF.
    MOVE BM-BUDG-DEPT-CODE (BM-BUDG-SUB) TO BM-NEW-BUDG-DEPT-CODE.
    MOVE BM-BUDG-ACCT-PERIOD (BM-BUDG-SUB)
        TO BM-NEW-BUDG-ACCT-PERIOD.
    MOVE BM-BUDG-AMOUNT (BM-BUDG-SUB) TO BM-NEW-BUDG-AMOUNT.
    MOVE BM-BUDG-SOURCE (BM-BUDG-SUB) TO BM-NEW-BUDG-SOURCE.
    WRITE BM-NEW-BUDGET-RECORD.
    ADD 1 TO BM-WRITTEN-COUNT.
9100-EXIT.
    EXIT.
