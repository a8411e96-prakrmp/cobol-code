       >>SOURCE FORMAT FREE
*> ================================================================
*> BudgetLoad
*> Annual load of finance's department budget file (BUDGIN) into
*> the department budget master (BUDGMSTR). Each budget file
*> record carries one department's twelve monthly amounts for the
*> budget year; the load turns it into the department's twelve
*> department/period lines on the master, adding the lines that
*> are new and replacing the amounts that differ, and leaves every
*> other line on the master - other years, and departments the
*> file does not mention - as it stands. A rerun of the same file
*> changes nothing, so a corrected file is simply loaded again.
*>
*> The file is edited whole before anything is applied: every
*> department must be on DEPTACCT (the "****" unassigned bucket is
*> never budgeted - work that lands there is unbudgeted by
*> definition), every record must be for the year being loaded,
*> every amount must be numeric, and no department may appear
*> twice. One bad record refuses the whole load, the errors print,
*> and nothing is written: a budget year half loaded is worse than
*> one not loaded at all.
*>
*> The maintained master is written whole to BUDGNEW, which the
*> job stream copies back over BUDGMSTR, and every line added or
*> changed prints on the change register and appends a change-
*> history record (BUDGHIST), origin L, exactly as the keyed
*> maintenance session records its adjustments.
*>
*> Parameter (required):
*>   BUDGET-YEAR=YYYY   the year the budget file is for
*>
*> The submitting user id must be active on the operator master
*> (OPERMSTR) with the maintain-departments function, the same
*> authority DEPTACCT's maintenance needs; anyone else is refused
*> before anything is read, and the refusal is appended to the
*> audit trail (AUDITOUT).
*>
*> RETURN-CODE: 0 the budget was loaded, 12 the load was refused
*> (the user, the file failed its edit, or the file was empty -
*> nothing was written), 16 a file failed to open or a parameter
*> failed its edit.
*>
*> Modification history:
*>   - Written so the year's budget reaches the variance report
*>     from finance's own file, with every line it sets on the
*>     change history, instead of being keyed month by month.
*> ================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. BudgetLoad.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BUDGET-IN-FILE ASSIGN TO BUDGIN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BL-BUDGIN-STATUS.

    SELECT BUDGET-FILE ASSIGN TO BUDGMSTR
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BL-BUDG-STATUS.

    SELECT NEW-BUDGET-FILE ASSIGN TO BUDGNEW
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BL-NEW-STATUS.

    SELECT HISTORY-FILE ASSIGN TO BUDGHIST
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BL-HIST-STATUS.

    SELECT DEPT-FILE ASSIGN TO DEPTACCT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BL-DEPT-STATUS.

    SELECT PARM-FILE ASSIGN TO BLPARM
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BL-PARM-STATUS.

    SELECT PRINT-FILE ASSIGN TO RPTOUT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BL-PRINT-STATUS.

    SELECT OPER-FILE ASSIGN TO OPERMSTR
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BL-OPER-STATUS.

    SELECT AUDIT-FILE ASSIGN TO AUDITOUT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BL-AUDIT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  BUDGET-IN-FILE
    LABEL RECORDS ARE OMITTED.
    COPY BUDFREC.

FD  BUDGET-FILE
    LABEL RECORDS ARE OMITTED.
    COPY BUDGREC.

*> The rewritten master carries the BUDGREC layout byte for byte
*> (23 bytes); it keeps its own 01 here because the copybook
*> already describes the input side, and each record is built in
*> it directly - the input master is closed by then.
FD  NEW-BUDGET-FILE
    LABEL RECORDS ARE OMITTED.
01  BL-NEW-BUDGET-RECORD.
    05  BL-NEW-BUDG-DEPT-CODE       PIC X(04).
    05  BL-NEW-BUDG-ACCT-PERIOD     PIC 9(06).
    05  BL-NEW-BUDG-AMOUNT          PIC S9(9)V99 SIGN IS TRAILING
                                                 SEPARATE CHARACTER.
    05  BL-NEW-BUDG-SOURCE          PIC X(01).

FD  HISTORY-FILE
    LABEL RECORDS ARE OMITTED.
    COPY BUDHREC.

FD  DEPT-FILE
    LABEL RECORDS ARE OMITTED.
    COPY DEPTREC.

FD  PARM-FILE
    LABEL RECORDS ARE OMITTED.
01  PARM-RECORD                     PIC X(80).

FD  PRINT-FILE
    LABEL RECORDS ARE OMITTED.
01  PRINT-LINE                      PIC X(132).

FD  OPER-FILE
    LABEL RECORDS ARE OMITTED.
    COPY OPERREC.

FD  AUDIT-FILE
    LABEL RECORDS ARE OMITTED.
    COPY AUDITREC.

WORKING-STORAGE SECTION.
01  BL-SWITCHES.
    05  BL-BUDGIN-EOF-SWITCH        PIC X(01) VALUE 'N'.
        88  END-OF-BUDGET-INPUT             VALUE 'Y'.
    05  BL-PARM-EOF-SWITCH          PIC X(01) VALUE 'N'.
        88  END-OF-PARM-FILE                VALUE 'Y'.
    05  BL-YEAR-SWITCH              PIC X(01) VALUE 'N'.
        88  YEAR-WAS-SUPPLIED               VALUE 'Y'.
    05  BL-OPER-FOUND-SWITCH        PIC X(01) VALUE 'N'.
        88  OPERATOR-WAS-FOUND              VALUE 'Y'.
    05  BL-DEPT-FOUND-SWITCH        PIC X(01) VALUE 'N'.
        88  DEPT-IS-ON-MASTER               VALUE 'Y'.

01  BL-BUDGIN-STATUS                PIC X(02) VALUE SPACES.
01  BL-BUDG-STATUS                  PIC X(02) VALUE SPACES.
01  BL-NEW-STATUS                   PIC X(02) VALUE SPACES.
01  BL-HIST-STATUS                  PIC X(02) VALUE SPACES.
01  BL-DEPT-STATUS                  PIC X(02) VALUE SPACES.
01  BL-PARM-STATUS                  PIC X(02) VALUE SPACES.
01  BL-PRINT-STATUS                 PIC X(02) VALUE SPACES.
01  BL-OPER-STATUS                  PIC X(02) VALUE SPACES.
01  BL-AUDIT-STATUS                 PIC X(02) VALUE SPACES.

01  BL-PARM-KEYWORD                 PIC X(30) VALUE SPACES.
01  BL-PARM-VALUE                   PIC X(50) VALUE SPACES.
01  BL-BUDGET-YEAR                  PIC 9(4) VALUE 0.

01  BL-RUN-DATE-FIELDS.
    05  BL-RUN-DATE-YYYYMMDD        PIC 9(8).
    05  BL-RUN-DATE-X REDEFINES BL-RUN-DATE-YYYYMMDD.
        10  BL-RUN-YYYY             PIC 9(4).
        10  BL-RUN-MM               PIC 9(2).
        10  BL-RUN-DD               PIC 9(2).
01  BL-RUN-DATE-DISPLAY             PIC X(10).
01  BL-RUN-TIME                     PIC 9(8) VALUE 0.
01  BL-USER-ID                      PIC X(08) VALUE SPACES.
01  BL-REFUSAL-REASON               PIC X(30) VALUE SPACES.

*> Department codes on DEPTACCT; a budget file record for any
*> other code is refused.
01  BL-DEPT-TABLE-AREA.
    05  BL-DEPT-COUNT               PIC 9(2) COMP VALUE 0.
    05  BL-MAX-DEPTS                PIC 9(2) COMP VALUE 50.
    05  BL-DEPT-CODE                PIC X(04) OCCURS 50 TIMES.
01  BL-DEPT-SUB                     PIC 9(2) COMP VALUE 0.

*> The budget file, tabled as it is edited so nothing is applied
*> until every record has passed; one entry per department.
01  BL-INPUT-TABLE-AREA.
    05  BL-INPUT-COUNT              PIC 9(2) COMP VALUE 0.
    05  BL-MAX-INPUTS               PIC 9(2) COMP VALUE 50.
    05  BL-INPUT-ENTRY OCCURS 50 TIMES.
        10  BL-INPUT-DEPT-CODE      PIC X(04).
        10  BL-INPUT-AMOUNT         PIC S9(9)V99 OCCURS 12 TIMES.
01  BL-INPUT-SUB                    PIC 9(2) COMP VALUE 0.
01  BL-MONTH-SUB                    PIC 9(2) COMP VALUE 0.

*> The maintained master, loaded whole and rewritten whole; lines
*> the load adds go on the end.
01  BL-BUDG-TABLE-AREA.
    05  BL-BUDG-COUNT               PIC 9(4) COMP VALUE 0.
    05  BL-MAX-BUDGETS              PIC 9(4) COMP VALUE 3000.
    05  BL-BUDG-ENTRY OCCURS 3000 TIMES.
        10  BL-BUDG-DEPT-CODE       PIC X(04).
        10  BL-BUDG-ACCT-PERIOD     PIC 9(06).
        10  BL-BUDG-AMOUNT          PIC S9(9)V99.
        10  BL-BUDG-SOURCE          PIC X(01).
01  BL-BUDG-SUB                     PIC 9(4) COMP VALUE 0.
01  BL-ACTIVE-BUDG-SUB              PIC 9(4) COMP VALUE 0.
01  BL-LINES-NEEDED                 PIC 9(6) VALUE 0.

01  BL-WORK-DEPT                    PIC X(04) VALUE SPACES.
01  BL-WORK-PERIOD                  PIC 9(06) VALUE 0.
01  BL-OLD-AMOUNT                   PIC S9(9)V99 VALUE 0.
01  BL-NEW-AMOUNT                   PIC S9(9)V99 VALUE 0.
01  BL-ACTION                       PIC X(01) VALUE SPACE.
01  BL-REJECT-REASON                PIC X(50) VALUE SPACES.
01  BL-MONTH-DISPLAY                PIC 9(2) VALUE 0.

01  BL-READ-COUNT                   PIC 9(6) VALUE 0.
01  BL-REJECTED-COUNT               PIC 9(6) VALUE 0.
01  BL-ADDED-COUNT                  PIC 9(6) VALUE 0.
01  BL-CHANGED-COUNT                PIC 9(6) VALUE 0.
01  BL-UNCHANGED-COUNT              PIC 9(6) VALUE 0.
01  BL-WRITTEN-COUNT                PIC 9(6) VALUE 0.
01  BL-YEAR-TOTAL                   PIC S9(11)V99 VALUE 0.

*> Audit trail chaining. BL-CHAIN-VALUE holds the check value on
*> the last record on the trail; the refusal written folds its
*> bytes into it (1270). A byte is folded by its code point, which
*> the binary halfword over BL-CHAIN-BYTE-AREA reads out.
01  BL-CHAIN-TAIL-EOF-SWITCH        PIC X(01) VALUE 'N'.
    88  END-OF-CHAIN-TAIL                  VALUE 'Y'.
01  BL-CHAIN-VALUE                  PIC 9(09) VALUE 0.
01  BL-CHAIN-SUB                    PIC 9(03) COMP VALUE 0.
01  BL-CHAIN-PRODUCT                PIC 9(11) VALUE 0.
01  BL-CHAIN-QUOTIENT               PIC 9(11) VALUE 0.
01  BL-CHAIN-BYTE-AREA.
    05  FILLER                      PIC X(01) VALUE LOW-VALUE.
    05  BL-CHAIN-BYTE               PIC X(01) VALUE LOW-VALUE.
01  BL-CHAIN-BYTE-VALUE REDEFINES BL-CHAIN-BYTE-AREA
                                    PIC 9(4) COMP.

01  BL-HDR1-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(30)
                                     VALUE "ANNUAL BUDGET LOAD REGISTER".
    05  FILLER                      PIC X(10) VALUE SPACES.
    05  FILLER                      PIC X(10) VALUE "RUN DATE:".
    05  HDR-RUN-DATE                PIC X(10).

01  BL-YEAR-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(26)
                                     VALUE "BUDGET YEAR:".
    05  YR-BUDGET-YEAR              PIC 9(4).

01  BL-HDR2-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(08) VALUE "ACTION".
    05  FILLER                      PIC X(06) VALUE "DEPT".
    05  FILLER                      PIC X(08) VALUE "PERIOD".
    05  FILLER                      PIC X(15) VALUE "     OLD AMOUNT".
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  FILLER                      PIC X(15) VALUE "     NEW AMOUNT".

01  BL-DETAIL-LINE.
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

01  BL-REJECT-HDR-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(40)
        VALUE "BUDGET FILE RECORDS FAILING THEIR EDIT".

01  BL-REJECT-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(08) VALUE "RECORD".
    05  REJ-RECORD-NO               PIC ZZZZZ9.
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  FILLER                      PIC X(06) VALUE "DEPT".
    05  REJ-DEPT-CODE               PIC X(04).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  REJ-REASON                  PIC X(50).

01  BL-READ-COUNT-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(26)
                                     VALUE "BUDGET RECORDS READ:".
    05  TOT-READ-COUNT              PIC ZZZ,ZZ9.

01  BL-REJECTED-COUNT-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(26)
                                     VALUE "RECORDS FAILING EDIT:".
    05  TOT-REJECTED-COUNT          PIC ZZZ,ZZ9.

01  BL-ADDED-COUNT-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(26)
                                     VALUE "BUDGET LINES ADDED:".
    05  TOT-ADDED-COUNT             PIC ZZZ,ZZ9.

01  BL-CHANGED-COUNT-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(26)
                                     VALUE "BUDGET LINES CHANGED:".
    05  TOT-CHANGED-COUNT           PIC ZZZ,ZZ9.

01  BL-UNCHANGED-COUNT-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(26)
                                     VALUE "BUDGET LINES UNCHANGED:".
    05  TOT-UNCHANGED-COUNT         PIC ZZZ,ZZ9.

01  BL-WRITTEN-COUNT-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(26)
                                     VALUE "MASTER RECORDS WRITTEN:".
    05  TOT-WRITTEN-COUNT           PIC ZZZ,ZZ9.

01  BL-YEAR-TOTAL-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(26)
                                     VALUE "BUDGET FILE YEAR TOTAL:".
    05  TOT-YEAR-TOTAL              PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

01  BL-REFUSED-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(72) VALUE
        "*** LOAD REFUSED - NOTHING WAS CHANGED; CORRECT THE FILE AND RELOAD ***".

01  BL-EMPTY-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(72) VALUE
        "*** LOAD REFUSED - THE BUDGET FILE IS EMPTY; NOTHING WAS CHANGED ***".

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-INITIALIZE
        THRU 1000-EXIT.
    PERFORM 2000-EDIT-BUDGET-FILE
        THRU 2000-EXIT.
    IF BL-REJECTED-COUNT > ZERO
       OR BL-INPUT-COUNT = ZERO
        PERFORM 8000-REFUSE-LOAD
            THRU 8000-EXIT
    END-IF.
    PERFORM 3000-APPLY-BUDGET-FILE
        THRU 3000-EXIT.
    PERFORM 9000-FINALIZE
        THRU 9000-EXIT.
    STOP RUN.

*> ----------------------------------------------------------------
*> 1000-INITIALIZE - read the required budget year, check the user
*> may maintain departments, load DEPTACCT and the current budget
*> master, and print the register headers.
*> ----------------------------------------------------------------
1000-INITIALIZE.
    ACCEPT BL-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
    ACCEPT BL-RUN-TIME FROM TIME.
    ACCEPT BL-USER-ID FROM ENVIRONMENT "USER".
    PERFORM 1400-READ-PARAMETERS
        THRU 1400-EXIT.
    IF NOT YEAR-WAS-SUPPLIED
        DISPLAY "BUDGETLOAD: NO BUDGET-YEAR SUPPLIED IN BLPARM"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 1200-CHECK-AUTHORIZATION
        THRU 1200-EXIT.
    PERFORM 1300-LOAD-DEPT-ACCOUNTS
        THRU 1300-EXIT.
    PERFORM 1500-LOAD-BUDGET-MASTER
        THRU 1500-EXIT.
    OPEN OUTPUT PRINT-FILE.
    STRING BL-RUN-MM   DELIMITED BY SIZE
           "/"         DELIMITED BY SIZE
           BL-RUN-DD   DELIMITED BY SIZE
           "/"         DELIMITED BY SIZE
           BL-RUN-YYYY DELIMITED BY SIZE
        INTO BL-RUN-DATE-DISPLAY
    END-STRING.
    MOVE BL-RUN-DATE-DISPLAY TO HDR-RUN-DATE.
    WRITE PRINT-LINE FROM BL-HDR1-LINE
        AFTER ADVANCING PAGE.
    MOVE BL-BUDGET-YEAR TO YR-BUDGET-YEAR.
    WRITE PRINT-LINE FROM BL-YEAR-LINE
        AFTER ADVANCING 2 LINES.
1000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1200-CHECK-AUTHORIZATION - look the user up on the operator
*> master: the id must be there, active, and hold the maintain-
*> departments function. A refusal goes to the audit trail and
*> ends the run with RETURN-CODE 12 before the budget file is
*> read; a missing master stops it with 16.
*> ----------------------------------------------------------------
1200-CHECK-AUTHORIZATION.
    OPEN INPUT OPER-FILE.
    IF BL-OPER-STATUS NOT = "00"
        DISPLAY "BUDGETLOAD: UNABLE TO OPEN OPERMSTR, "
            "FILE STATUS = " BL-OPER-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 1210-READ-ONE-OPERATOR
        THRU 1210-EXIT
        UNTIL BL-OPER-STATUS NOT = "00"
           OR OPERATOR-WAS-FOUND.
    EVALUATE TRUE
        WHEN NOT OPERATOR-WAS-FOUND
            MOVE "USER NOT ON OPERATOR MASTER" TO BL-REFUSAL-REASON
        WHEN NOT OPER-IS-ACTIVE
            MOVE "OPERATOR IS INACTIVE" TO BL-REFUSAL-REASON
        WHEN NOT OPER-MAY-MAINTAIN-DEPTS
            MOVE "NOT AUTHORIZED FOR DEPT MAINT" TO BL-REFUSAL-REASON
        WHEN OTHER
            CLOSE OPER-FILE
            GO TO 1200-EXIT
    END-EVALUATE.
    CLOSE OPER-FILE.
    PERFORM 1250-WRITE-AUTH-REFUSAL
        THRU 1250-EXIT.
    DISPLAY "BUDGETLOAD: USER " BL-USER-ID " REFUSED - "
        BL-REFUSAL-REASON.
    MOVE 12 TO RETURN-CODE.
    STOP RUN.
1200-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1210-READ-ONE-OPERATOR - read one operator master record and
*> note whether it is the submitting user's.
*> ----------------------------------------------------------------
1210-READ-ONE-OPERATOR.
    READ OPER-FILE
        AT END
            GO TO 1210-EXIT
    END-READ.
    IF BL-OPER-STATUS = "00"
       AND OPER-USER-ID = BL-USER-ID
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
    OPEN INPUT AUDIT-FILE.
    IF BL-AUDIT-STATUS = "00"
        PERFORM 1260-READ-CHAIN-TAIL
            THRU 1260-EXIT
            UNTIL END-OF-CHAIN-TAIL
        CLOSE AUDIT-FILE
    END-IF.
    OPEN EXTEND AUDIT-FILE.
    IF BL-AUDIT-STATUS = "35"
        OPEN OUTPUT AUDIT-FILE
    END-IF.
    IF BL-AUDIT-STATUS NOT = "00"
        DISPLAY "BUDGETLOAD: UNABLE TO OPEN AUDITOUT, "
            "FILE STATUS = " BL-AUDIT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE BL-RUN-DATE-YYYYMMDD TO AUDIT-RUN-DATE.
    MOVE BL-RUN-TIME TO AUDIT-RUN-TIME.
    MOVE BL-USER-ID TO AUDIT-USER-ID.
    MOVE SPACES TO AUDIT-DEPT-CODE.
    MOVE ZERO TO AUDIT-SEQUENCE-NO.
    MOVE ZERO TO AUDIT-AMOUNT-COUNT.
    MOVE SPACES TO AUDIT-REFUSAL-DATA.
    MOVE "D" TO AUDIT-REFUSED-FUNCTION.
    MOVE BL-REFUSAL-REASON TO AUDIT-REFUSAL-REASON.
    MOVE "BUDLOAD" TO AUDIT-REFUSING-PROGRAM.
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
        MOVE AUDIT-CHAIN-VALUE TO BL-CHAIN-VALUE
    ELSE
        MOVE ZERO TO BL-CHAIN-VALUE
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
        VARYING BL-CHAIN-SUB FROM 1 BY 1
        UNTIL BL-CHAIN-SUB > 333.
    MOVE BL-CHAIN-VALUE TO AUDIT-CHAIN-VALUE.
1270-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1280-FOLD-ONE-BYTE - fold one byte of the record into the
*> running check value.
*> ----------------------------------------------------------------
1280-FOLD-ONE-BYTE.
    MOVE AUDIT-RECORD (BL-CHAIN-SUB:1) TO BL-CHAIN-BYTE.
    COMPUTE BL-CHAIN-PRODUCT = BL-CHAIN-VALUE * 31
        + BL-CHAIN-BYTE-VALUE + BL-CHAIN-SUB.
    DIVIDE BL-CHAIN-PRODUCT BY 999999937
        GIVING BL-CHAIN-QUOTIENT
        REMAINDER BL-CHAIN-VALUE.
1280-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1300-LOAD-DEPT-ACCOUNTS - table the department codes on the
*> department master, which every budget file record must name.
*> ----------------------------------------------------------------
1300-LOAD-DEPT-ACCOUNTS.
    OPEN INPUT DEPT-FILE.
    IF BL-DEPT-STATUS NOT = "00"
        DISPLAY "BUDGETLOAD: UNABLE TO OPEN DEPTACCT, "
            "FILE STATUS = " BL-DEPT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 1310-LOAD-ONE-DEPT
        THRU 1310-EXIT
        UNTIL BL-DEPT-STATUS NOT = "00".
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
    IF BL-DEPT-STATUS NOT = "00"
        GO TO 1310-EXIT
    END-IF.
    IF DEPT-CODE = SPACES
        GO TO 1310-EXIT
    END-IF.
    IF BL-DEPT-COUNT >= BL-MAX-DEPTS
        DISPLAY "BUDGETLOAD: MORE THAN " BL-MAX-DEPTS
            " DEPARTMENTS ON DEPTACCT"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO BL-DEPT-COUNT.
    MOVE DEPT-CODE TO BL-DEPT-CODE (BL-DEPT-COUNT).
1310-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1400-READ-PARAMETERS - read the load parameters.
*> ----------------------------------------------------------------
1400-READ-PARAMETERS.
    OPEN INPUT PARM-FILE.
    IF BL-PARM-STATUS NOT = "00"
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
    MOVE SPACES TO BL-PARM-KEYWORD.
    MOVE SPACES TO BL-PARM-VALUE.
    UNSTRING PARM-RECORD DELIMITED BY "="
        INTO BL-PARM-KEYWORD
             BL-PARM-VALUE
    END-UNSTRING.
    IF BL-PARM-KEYWORD = "BUDGET-YEAR"
       AND BL-PARM-VALUE (1:4) IS NUMERIC
        MOVE BL-PARM-VALUE (1:4) TO BL-BUDGET-YEAR
        SET YEAR-WAS-SUPPLIED TO TRUE
    ELSE
        DISPLAY "BUDGETLOAD: BAD PARAMETER RECORD: "
            PARM-RECORD
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
1410-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1500-LOAD-BUDGET-MASTER - load the current budget master into
*> the maintenance table. A master not yet created (the first
*> year's load) starts empty; any other open failure stops the
*> run.
*> ----------------------------------------------------------------
1500-LOAD-BUDGET-MASTER.
    OPEN INPUT BUDGET-FILE.
    IF BL-BUDG-STATUS = "35"
        GO TO 1500-EXIT
    END-IF.
    IF BL-BUDG-STATUS NOT = "00"
        DISPLAY "BUDGETLOAD: UNABLE TO OPEN BUDGMSTR, "
            "FILE STATUS = " BL-BUDG-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 1510-LOAD-ONE-BUDGET
        THRU 1510-EXIT
        UNTIL BL-BUDG-STATUS NOT = "00".
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
    IF BL-BUDG-STATUS NOT = "00"
        GO TO 1510-EXIT
    END-IF.
    IF BUDG-DEPT-CODE = SPACES
        GO TO 1510-EXIT
    END-IF.
    IF BL-BUDG-COUNT >= BL-MAX-BUDGETS
        DISPLAY "BUDGETLOAD: MORE THAN " BL-MAX-BUDGETS
            " LINES ON BUDGMSTR"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO BL-BUDG-COUNT.
    MOVE BUDG-DEPT-CODE TO BL-BUDG-DEPT-CODE (BL-BUDG-COUNT).
    MOVE BUDG-ACCT-PERIOD TO BL-BUDG-ACCT-PERIOD (BL-BUDG-COUNT).
    MOVE BUDG-AMOUNT TO BL-BUDG-AMOUNT (BL-BUDG-COUNT).
    MOVE BUDG-SOURCE TO BL-BUDG-SOURCE (BL-BUDG-COUNT).
1510-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2000-EDIT-BUDGET-FILE - read the whole budget file, editing and
*> tabling each record; nothing is applied here. The master must
*> also have room for every line the file could add.
*> ----------------------------------------------------------------
2000-EDIT-BUDGET-FILE.
    OPEN INPUT BUDGET-IN-FILE.
    IF BL-BUDGIN-STATUS NOT = "00"
        DISPLAY "BUDGETLOAD: UNABLE TO OPEN BUDGIN, FILE STATUS = "
            BL-BUDGIN-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 2100-EDIT-ONE-RECORD
        THRU 2100-EXIT
        UNTIL END-OF-BUDGET-INPUT.
    CLOSE BUDGET-IN-FILE.
    COMPUTE BL-LINES-NEEDED = BL-BUDG-COUNT + BL-INPUT-COUNT * 12.
    IF BL-LINES-NEEDED > BL-MAX-BUDGETS
        DISPLAY "BUDGETLOAD: LOADING THIS YEAR COULD TAKE BUDGMSTR "
            "PAST " BL-MAX-BUDGETS " LINES"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
2000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2100-EDIT-ONE-RECORD - read one budget file record, edit it, and
*> table it if it passes. A failing record prints with the reason
*> and is counted; the edit goes on through the file so one run
*> lists every error.
*> ----------------------------------------------------------------
2100-EDIT-ONE-RECORD.
    READ BUDGET-IN-FILE
        AT END
            SET END-OF-BUDGET-INPUT TO TRUE
            GO TO 2100-EXIT
    END-READ.
    IF BUDF-RECORD = SPACES
        GO TO 2100-EXIT
    END-IF.
    ADD 1 TO BL-READ-COUNT.
    MOVE SPACES TO BL-REJECT-REASON.
    MOVE BUDF-DEPT-CODE TO BL-WORK-DEPT.
    PERFORM 2800-CHECK-DEPT-ON-MASTER
        THRU 2800-EXIT.
    IF NOT DEPT-IS-ON-MASTER
        MOVE "DEPARTMENT IS NOT ON DEPTACCT" TO BL-REJECT-REASON
        GO TO 2100-REJECT
    END-IF.
    IF BUDF-BUDGET-YEAR IS NOT NUMERIC
       OR BUDF-BUDGET-YEAR NOT = BL-BUDGET-YEAR
        MOVE "BUDGET YEAR IS NOT THE YEAR BEING LOADED"
            TO BL-REJECT-REASON
        GO TO 2100-REJECT
    END-IF.
    PERFORM 2200-CHECK-ONE-AMOUNT
        THRU 2200-EXIT
        VARYING BL-MONTH-SUB FROM 1 BY 1
        UNTIL BL-MONTH-SUB > 12
           OR BL-REJECT-REASON NOT = SPACES.
    IF BL-REJECT-REASON NOT = SPACES
        GO TO 2100-REJECT
    END-IF.
    PERFORM 2300-CHECK-DUPLICATE-DEPT
        THRU 2300-EXIT.
    IF BL-REJECT-REASON NOT = SPACES
        GO TO 2100-REJECT
    END-IF.
    IF BL-INPUT-COUNT >= BL-MAX-INPUTS
        MOVE "MORE DEPARTMENTS IN THE FILE THAN DEPTACCT HOLDS"
            TO BL-REJECT-REASON
        GO TO 2100-REJECT
    END-IF.
    ADD 1 TO BL-INPUT-COUNT.
    MOVE BUDF-DEPT-CODE TO BL-INPUT-DEPT-CODE (BL-INPUT-COUNT).
    PERFORM 2400-TABLE-ONE-AMOUNT
        THRU 2400-EXIT
        VARYING BL-MONTH-SUB FROM 1 BY 1
        UNTIL BL-MONTH-SUB > 12.
    GO TO 2100-EXIT.
2100-REJECT.
    IF BL-REJECTED-COUNT = ZERO
        WRITE PRINT-LINE FROM BL-REJECT-HDR-LINE
            AFTER ADVANCING 2 LINES
    END-IF.
    ADD 1 TO BL-REJECTED-COUNT.
    MOVE BL-READ-COUNT TO REJ-RECORD-NO.
    MOVE BUDF-DEPT-CODE TO REJ-DEPT-CODE.
    MOVE BL-REJECT-REASON TO REJ-REASON.
    WRITE PRINT-LINE FROM BL-REJECT-LINE
        AFTER ADVANCING 1 LINE.
2100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2200-CHECK-ONE-AMOUNT - one month's amount must be numeric.
*> ----------------------------------------------------------------
2200-CHECK-ONE-AMOUNT.
    IF BUDF-MONTH-AMOUNT (BL-MONTH-SUB) IS NOT NUMERIC
        MOVE BL-MONTH-SUB TO BL-MONTH-DISPLAY
        STRING "MONTH "                 DELIMITED BY SIZE
               BL-MONTH-DISPLAY         DELIMITED BY SIZE
               " AMOUNT IS NOT NUMERIC" DELIMITED BY SIZE
            INTO BL-REJECT-REASON
        END-STRING
    END-IF.
2200-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2300-CHECK-DUPLICATE-DEPT - a department may appear once in the
*> file; a second record for it would leave which amounts were
*> meant to the order of the file.
*> ----------------------------------------------------------------
2300-CHECK-DUPLICATE-DEPT.
    PERFORM 2310-MATCH-ONE-INPUT
        THRU 2310-EXIT
        VARYING BL-INPUT-SUB FROM 1 BY 1
        UNTIL BL-INPUT-SUB > BL-INPUT-COUNT
           OR BL-REJECT-REASON NOT = SPACES.
2300-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2310-MATCH-ONE-INPUT - compare one tabled record's department
*> against the record being edited.
*> ----------------------------------------------------------------
2310-MATCH-ONE-INPUT.
    IF BL-INPUT-DEPT-CODE (BL-INPUT-SUB) = BUDF-DEPT-CODE
        MOVE "DEPARTMENT APPEARS TWICE IN THE FILE"
            TO BL-REJECT-REASON
    END-IF.
2310-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2400-TABLE-ONE-AMOUNT - table one month's amount of the record
*> that passed, and add it to the file's year total.
*> ----------------------------------------------------------------
2400-TABLE-ONE-AMOUNT.
    MOVE BUDF-MONTH-AMOUNT (BL-MONTH-SUB)
        TO BL-INPUT-AMOUNT (BL-INPUT-COUNT, BL-MONTH-SUB).
    ADD BUDF-MONTH-AMOUNT (BL-MONTH-SUB) TO BL-YEAR-TOTAL.
2400-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2800-CHECK-DEPT-ON-MASTER - set DEPT-IS-ON-MASTER when
*> BL-WORK-DEPT is on DEPTACCT.
*> ----------------------------------------------------------------
2800-CHECK-DEPT-ON-MASTER.
    MOVE 'N' TO BL-DEPT-FOUND-SWITCH.
    PERFORM 2810-MATCH-ONE-DEPT
        THRU 2810-EXIT
        VARYING BL-DEPT-SUB FROM 1 BY 1
        UNTIL BL-DEPT-SUB > BL-DEPT-COUNT
           OR DEPT-IS-ON-MASTER.
2800-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2810-MATCH-ONE-DEPT - compare one master code against the
*> department being checked.
*> ----------------------------------------------------------------
2810-MATCH-ONE-DEPT.
    IF BL-DEPT-CODE (BL-DEPT-SUB) = BL-WORK-DEPT
        SET DEPT-IS-ON-MASTER TO TRUE
    END-IF.
2810-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3000-APPLY-BUDGET-FILE - the file passed: open the change
*> history and apply every department's twelve months.
*> ----------------------------------------------------------------
3000-APPLY-BUDGET-FILE.
    OPEN EXTEND HISTORY-FILE.
    IF BL-HIST-STATUS = "35"
        OPEN OUTPUT HISTORY-FILE
    END-IF.
    IF BL-HIST-STATUS NOT = "00"
        DISPLAY "BUDGETLOAD: UNABLE TO OPEN BUDGHIST, "
            "FILE STATUS = " BL-HIST-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    WRITE PRINT-LINE FROM BL-HDR2-LINE
        AFTER ADVANCING 2 LINES.
    PERFORM 3100-APPLY-ONE-DEPT
        THRU 3100-EXIT
        VARYING BL-INPUT-SUB FROM 1 BY 1
        UNTIL BL-INPUT-SUB > BL-INPUT-COUNT.
3000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3100-APPLY-ONE-DEPT - apply one department's twelve months.
*> ----------------------------------------------------------------
3100-APPLY-ONE-DEPT.
    MOVE BL-INPUT-DEPT-CODE (BL-INPUT-SUB) TO BL-WORK-DEPT.
    PERFORM 3200-APPLY-ONE-MONTH
        THRU 3200-EXIT
        VARYING BL-MONTH-SUB FROM 1 BY 1
        UNTIL BL-MONTH-SUB > 12.
3100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3200-APPLY-ONE-MONTH - set one department/period line: add it
*> when the master has none, replace the amount when it differs,
*> and leave it alone (unrecorded) when the file agrees with it.
*> ----------------------------------------------------------------
3200-APPLY-ONE-MONTH.
    COMPUTE BL-WORK-PERIOD = BL-BUDGET-YEAR * 100 + BL-MONTH-SUB.
    MOVE BL-INPUT-AMOUNT (BL-INPUT-SUB, BL-MONTH-SUB)
        TO BL-NEW-AMOUNT.
    PERFORM 3300-LOCATE-BUDGET-LINE
        THRU 3300-EXIT.
    IF BL-ACTIVE-BUDG-SUB = ZERO
        ADD 1 TO BL-BUDG-COUNT
        MOVE BL-BUDG-COUNT TO BL-ACTIVE-BUDG-SUB
        MOVE BL-WORK-DEPT TO BL-BUDG-DEPT-CODE (BL-ACTIVE-BUDG-SUB)
        MOVE BL-WORK-PERIOD
            TO BL-BUDG-ACCT-PERIOD (BL-ACTIVE-BUDG-SUB)
        MOVE ZERO TO BL-OLD-AMOUNT
        MOVE "A" TO BL-ACTION
        ADD 1 TO BL-ADDED-COUNT
    ELSE
        MOVE BL-BUDG-AMOUNT (BL-ACTIVE-BUDG-SUB) TO BL-OLD-AMOUNT
        IF BL-OLD-AMOUNT = BL-NEW-AMOUNT
            ADD 1 TO BL-UNCHANGED-COUNT
            GO TO 3200-EXIT
        END-IF
        MOVE "C" TO BL-ACTION
        ADD 1 TO BL-CHANGED-COUNT
    END-IF.
    MOVE BL-NEW-AMOUNT TO BL-BUDG-AMOUNT (BL-ACTIVE-BUDG-SUB).
    MOVE "L" TO BL-BUDG-SOURCE (BL-ACTIVE-BUDG-SUB).
    PERFORM 7000-RECORD-ONE-CHANGE
        THRU 7000-EXIT.
3200-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3300-LOCATE-BUDGET-LINE - find the master line for BL-WORK-DEPT
*> and BL-WORK-PERIOD and leave its entry number - or zero - in
*> BL-ACTIVE-BUDG-SUB.
*> ----------------------------------------------------------------
3300-LOCATE-BUDGET-LINE.
    MOVE ZERO TO BL-ACTIVE-BUDG-SUB.
    PERFORM 3310-MATCH-ONE-LINE
        THRU 3310-EXIT
        VARYING BL-BUDG-SUB FROM 1 BY 1
        UNTIL BL-BUDG-SUB > BL-BUDG-COUNT
           OR BL-ACTIVE-BUDG-SUB > ZERO.
3300-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3310-MATCH-ONE-LINE - compare one master line against the key
*> being located.
*> ----------------------------------------------------------------
3310-MATCH-ONE-LINE.
    IF BL-BUDG-DEPT-CODE (BL-BUDG-SUB) = BL-WORK-DEPT
       AND BL-BUDG-ACCT-PERIOD (BL-BUDG-SUB) = BL-WORK-PERIOD
        MOVE BL-BUDG-SUB TO BL-ACTIVE-BUDG-SUB
    END-IF.
3310-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 7000-RECORD-ONE-CHANGE - print the line's before and after
*> amounts on the change register and append the matching change-
*> history record, origin L.
*> ----------------------------------------------------------------
7000-RECORD-ONE-CHANGE.
    EVALUATE BL-ACTION
        WHEN "A"
            MOVE "ADD" TO DTL-ACTION
        WHEN "C"
            MOVE "CHANGE" TO DTL-ACTION
    END-EVALUATE.
    MOVE BL-WORK-DEPT TO DTL-DEPT-CODE.
    MOVE BL-WORK-PERIOD TO DTL-ACCT-PERIOD.
    MOVE BL-OLD-AMOUNT TO DTL-OLD-AMOUNT.
    MOVE BL-NEW-AMOUNT TO DTL-NEW-AMOUNT.
    WRITE PRINT-LINE FROM BL-DETAIL-LINE
        AFTER ADVANCING 1 LINE.
    MOVE BL-RUN-DATE-YYYYMMDD TO BUDGH-CHANGE-DATE.
    MOVE BL-RUN-TIME TO BUDGH-CHANGE-TIME.
    MOVE BL-USER-ID TO BUDGH-USER-ID.
    MOVE BL-ACTION TO BUDGH-ACTION.
    SET BUDGH-FROM-ANNUAL-LOAD TO TRUE.
    MOVE BL-WORK-DEPT TO BUDGH-DEPT-CODE.
    MOVE BL-WORK-PERIOD TO BUDGH-ACCT-PERIOD.
    MOVE BL-OLD-AMOUNT TO BUDGH-OLD-AMOUNT.
    MOVE BL-NEW-AMOUNT TO BUDGH-NEW-AMOUNT.
    WRITE BUDGH-RECORD.
7000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 8000-REFUSE-LOAD - the file failed its edit, or held nothing to
*> load: print the refusal and the counts, and end the run RC 12
*> with nothing written - no new master, no history. An empty
*> file is refused as empty, not as having failed its edit.
*> ----------------------------------------------------------------
8000-REFUSE-LOAD.
    MOVE BL-READ-COUNT TO TOT-READ-COUNT.
    WRITE PRINT-LINE FROM BL-READ-COUNT-LINE
        AFTER ADVANCING 2 LINES.
    MOVE BL-REJECTED-COUNT TO TOT-REJECTED-COUNT.
    WRITE PRINT-LINE FROM BL-REJECTED-COUNT-LINE
        AFTER ADVANCING 1 LINE.
    IF BL-REJECTED-COUNT = ZERO
        WRITE PRINT-LINE FROM BL-EMPTY-LINE
            AFTER ADVANCING 2 LINES
        CLOSE PRINT-FILE
        DISPLAY "BUDGETLOAD: BUDGET FILE IS EMPTY - NOTHING LOADED"
    ELSE
        WRITE PRINT-LINE FROM BL-REFUSED-LINE
            AFTER ADVANCING 2 LINES
        CLOSE PRINT-FILE
        DISPLAY "BUDGETLOAD: BUDGET FILE FAILED ITS EDIT - "
            "NOTHING LOADED"
    END-IF.
    MOVE 12 TO RETURN-CODE.
    STOP RUN.
8000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 9000-FINALIZE - rewrite the maintained master to BUDGNEW (the
*> job stream copies it over BUDGMSTR), print the load accounting,
*> and close the files.
*> ----------------------------------------------------------------
9000-FINALIZE.
    OPEN OUTPUT NEW-BUDGET-FILE.
    IF BL-NEW-STATUS NOT = "00"
        DISPLAY "BUDGETLOAD: UNABLE TO OPEN BUDGNEW, "
            "FILE STATUS = " BL-NEW-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 9100-WRITE-ONE-MASTER-RECORD
        THRU 9100-EXIT
        VARYING BL-BUDG-SUB FROM 1 BY 1
        UNTIL BL-BUDG-SUB > BL-BUDG-COUNT.
    CLOSE NEW-BUDGET-FILE.
    MOVE BL-READ-COUNT TO TOT-READ-COUNT.
    WRITE PRINT-LINE FROM BL-READ-COUNT-LINE
        AFTER ADVANCING 2 LINES.
    MOVE BL-ADDED-COUNT TO TOT-ADDED-COUNT.
    WRITE PRINT-LINE FROM BL-ADDED-COUNT-LINE
        AFTER ADVANCING 1 LINE.
    MOVE BL-CHANGED-COUNT TO TOT-CHANGED-COUNT.
    WRITE PRINT-LINE FROM BL-CHANGED-COUNT-LINE
        AFTER ADVANCING 1 LINE.
    MOVE BL-UNCHANGED-COUNT TO TOT-UNCHANGED-COUNT.
    WRITE PRINT-LINE FROM BL-UNCHANGED-COUNT-LINE
        AFTER ADVANCING 1 LINE.
    MOVE BL-WRITTEN-COUNT TO TOT-WRITTEN-COUNT.
    WRITE PRINT-LINE FROM BL-WRITTEN-COUNT-LINE
        AFTER ADVANCING 1 LINE.
    MOVE BL-YEAR-TOTAL TO TOT-YEAR-TOTAL.
    WRITE PRINT-LINE FROM BL-YEAR-TOTAL-LINE
        AFTER ADVANCING 2 LINES.
    CLOSE HISTORY-FILE.
    CLOSE PRINT-FILE.
    MOVE ZERO TO RETURN-CODE.
9000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 9100-WRITE-ONE-MASTER-RECORD - write one table entry in BUDGREC
*> form.
*> ----------------------------------------------------------------
9100-WRITE-ONE-MASTER-RECORD.
    MOVE BL-BUDG-DEPT-CODE (BL-BUDG-SUB) TO BL-NEW-BUDG-DEPT-CODE.
    MOVE BL-BUDG-ACCT-PERIOD (BL-BUDG-SUB)
        TO BL-NEW-BUDG-ACCT-PERIOD.
    MOVE BL-BUDG-AMOUNT (BL-BUDG-SUB) TO BL-NEW-BUDG-AMOUNT.
    MOVE BL-BUDG-SOURCE (BL-BUDG-SUB) TO BL-NEW-BUDG-SOURCE.
    WRITE BL-NEW-BUDGET-RECORD.
    ADD 1 TO BL-WRITTEN-COUNT.
9100-EXIT.
    EXIT.
