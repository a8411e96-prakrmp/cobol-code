       >>SOURCE FORMAT FREE
*> ================================================================
*> AllocationRuleLoad
*> Loads accounting's cost allocation rule file (ALOCIN) as the
*> allocation rule master (ALLOCMST) the month-end allocation run
*> spreads the shared-service departments' costs by. The file is
*> the complete rule set - one record per source department, in
*> the ALOCREC layout - and replaces the master whole: a rule the
*> file no longer carries is deleted from it.
*>
*> The file is edited whole before anything is applied: every
*> rule needs an id of its own, a source department on DEPTACCT
*> that no other rule names as its source, 01-20 targets, every
*> target on DEPTACCT, named once, and not the source itself,
*> every percentage numeric and above zero, and the percentages
*> totalling exactly 100.00 - so every allocation journal the
*> rules produce spreads the whole of the source's actuals, no
*> more and no less. One bad rule refuses the whole load, every
*> error prints, and nothing is written: a rule set half loaded
*> would allocate the month by two different sets of rules.
*>
*> The new master is written whole to ALOCNEW, which the job
*> stream copies back over ALLOCMST. Every rule added, changed, or
*> deleted prints on the change register with its targets and
*> appends a change-history record (ALOCHIST) with the rule's
*> before and after images; a rule the file carries unchanged is
*> counted but not recorded.
*>
*> The submitting user id must be active on the operator master
*> (OPERMSTR) with the maintain-departments function, the same
*> authority DEPTACCT and the budget need; anyone else is refused
*> before anything is read, and the refusal is appended to the
*> audit trail (AUDITOUT).
*>
*> RETURN-CODE: 0 the rules were loaded, 12 the load was refused
*> (the user, or the file failed its edit - nothing was written),
*> 16 a file failed to open.
*>
*> Modification history:
*>   - Written so the month's cost allocation runs from a checked
*>     rule master, with every change to a split on the change
*>     history, instead of from percentages on a spreadsheet.
*> ================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. AllocationRuleLoad.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RULE-IN-FILE ASSIGN TO ALOCIN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AL-ALOCIN-STATUS.

    SELECT RULE-FILE ASSIGN TO ALLOCMST
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AL-ALOC-STATUS.

    SELECT NEW-RULE-FILE ASSIGN TO ALOCNEW
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AL-NEW-STATUS.

    SELECT HISTORY-FILE ASSIGN TO ALOCHIST
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AL-HIST-STATUS.

    SELECT DEPT-FILE ASSIGN TO DEPTACCT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AL-DEPT-STATUS.

    SELECT PRINT-FILE ASSIGN TO RPTOUT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AL-PRINT-STATUS.

    SELECT OPER-FILE ASSIGN TO OPERMSTR
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AL-OPER-STATUS.

    SELECT AUDIT-FILE ASSIGN TO AUDITOUT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AL-AUDIT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  RULE-IN-FILE
    LABEL RECORDS ARE OMITTED.
    COPY ALOCREC.

*> The current and the rewritten master carry the ALOCREC layout
*> byte for byte (224 bytes); they keep their own 01s here because
*> the copybook already describes the input side.
FD  RULE-FILE
    LABEL RECORDS ARE OMITTED.
01  AL-OLD-ALOC-RECORD              PIC X(224).

FD  NEW-RULE-FILE
    LABEL RECORDS ARE OMITTED.
01  AL-NEW-ALOC-RECORD              PIC X(224).

FD  HISTORY-FILE
    LABEL RECORDS ARE OMITTED.
    COPY ALHREC.

FD  DEPT-FILE
    LABEL RECORDS ARE OMITTED.
    COPY DEPTREC.

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
01  AL-SWITCHES.
    05  AL-ALOCIN-EOF-SWITCH        PIC X(01) VALUE 'N'.
        88  END-OF-RULE-INPUT               VALUE 'Y'.
    05  AL-OPER-FOUND-SWITCH        PIC X(01) VALUE 'N'.
        88  OPERATOR-WAS-FOUND              VALUE 'Y'.
    05  AL-DEPT-FOUND-SWITCH        PIC X(01) VALUE 'N'.
        88  DEPT-IS-ON-MASTER               VALUE 'Y'.

01  AL-ALOCIN-STATUS                PIC X(02) VALUE SPACES.
01  AL-ALOC-STATUS                  PIC X(02) VALUE SPACES.
01  AL-NEW-STATUS                   PIC X(02) VALUE SPACES.
01  AL-HIST-STATUS                  PIC X(02) VALUE SPACES.
01  AL-DEPT-STATUS                  PIC X(02) VALUE SPACES.
01  AL-PRINT-STATUS                 PIC X(02) VALUE SPACES.
01  AL-OPER-STATUS                  PIC X(02) VALUE SPACES.
01  AL-AUDIT-STATUS                 PIC X(02) VALUE SPACES.

01  AL-RUN-DATE-FIELDS.
    05  AL-RUN-DATE-YYYYMMDD        PIC 9(8).
    05  AL-RUN-DATE-X REDEFINES AL-RUN-DATE-YYYYMMDD.
        10  AL-RUN-YYYY             PIC 9(4).
        10  AL-RUN-MM               PIC 9(2).
        10  AL-RUN-DD               PIC 9(2).
01  AL-RUN-DATE-DISPLAY             PIC X(10).
01  AL-RUN-TIME                     PIC 9(8) VALUE 0.
01  AL-USER-ID                      PIC X(08) VALUE SPACES.
01  AL-REFUSAL-REASON               PIC X(30) VALUE SPACES.

*> Department codes on DEPTACCT; every source and target a rule
*> names must be one of them.
01  AL-DEPT-TABLE-AREA.
    05  AL-DEPT-COUNT               PIC 9(2) COMP VALUE 0.
    05  AL-MAX-DEPTS                PIC 9(2) COMP VALUE 50.
    05  AL-DEPT-CODE                PIC X(04) OCCURS 50 TIMES.
01  AL-DEPT-SUB                     PIC 9(2) COMP VALUE 0.

*> The rule file, tabled as it is edited so nothing is applied
*> until every rule has passed, and the current master, tabled
*> with a switch marking the rules the file still carries.
01  AL-INPUT-TABLE-AREA.
    05  AL-INPUT-COUNT              PIC 9(3) COMP VALUE 0.
    05  AL-MAX-RULES                PIC 9(3) COMP VALUE 100.
    05  AL-INPUT-IMAGE              PIC X(224) OCCURS 100 TIMES.
01  AL-INPUT-SUB                    PIC 9(3) COMP VALUE 0.

01  AL-OLD-TABLE-AREA.
    05  AL-OLD-COUNT                PIC 9(3) COMP VALUE 0.
    05  AL-OLD-ENTRY OCCURS 100 TIMES.
        10  AL-OLD-IMAGE            PIC X(224).
        10  AL-OLD-MATCHED-SWITCH   PIC X(01).
            88  OLD-RULE-WAS-MATCHED        VALUE 'Y'.
01  AL-OLD-SUB                      PIC 9(3) COMP VALUE 0.
01  AL-ACTIVE-OLD-SUB               PIC 9(3) COMP VALUE 0.

01  AL-TARGET-SUB                   PIC 9(2) COMP VALUE 0.
01  AL-OTHER-SUB                    PIC 9(2) COMP VALUE 0.
01  AL-TARGET-NO-DISPLAY            PIC 9(2) VALUE 0.
01  AL-PCT-TOTAL                    PIC 9(5)V99 VALUE 0.
01  AL-PCT-TOTAL-DISPLAY            PIC ZZZZ9.99.
01  AL-WORK-DEPT                    PIC X(04) VALUE SPACES.
01  AL-WORK-ID                      PIC X(08) VALUE SPACES.
01  AL-ACTION                       PIC X(01) VALUE SPACE.
01  AL-REJECT-REASON                PIC X(50) VALUE SPACES.
01  AL-OLD-WORK-IMAGE               PIC X(224) VALUE SPACES.
01  AL-NEW-WORK-IMAGE               PIC X(224) VALUE SPACES.

*> The rule being printed on the change register, in ALOCREC form;
*> ALOCIN is closed by then, so its record area is not used.
    COPY ALOCREC REPLACING LEADING ==ALOC-== BY ==AL-ALOC-==.

01  AL-READ-COUNT                   PIC 9(6) VALUE 0.
01  AL-REJECTED-COUNT               PIC 9(6) VALUE 0.
01  AL-ADDED-COUNT                  PIC 9(6) VALUE 0.
01  AL-CHANGED-COUNT                PIC 9(6) VALUE 0.
01  AL-UNCHANGED-COUNT              PIC 9(6) VALUE 0.
01  AL-DELETED-COUNT                PIC 9(6) VALUE 0.
01  AL-WRITTEN-COUNT                PIC 9(6) VALUE 0.

*> Audit trail chaining. AL-CHAIN-VALUE holds the check value on
*> the last record on the trail; the refusal written folds its
*> bytes into it (1270). A byte is folded by its code point, which
*> the binary halfword over AL-CHAIN-BYTE-AREA reads out.
01  AL-CHAIN-TAIL-EOF-SWITCH        PIC X(01) VALUE 'N'.
    88  END-OF-CHAIN-TAIL                  VALUE 'Y'.
01  AL-CHAIN-VALUE                  PIC 9(09) VALUE 0.
01  AL-CHAIN-SUB                    PIC 9(03) COMP VALUE 0.
01  AL-CHAIN-PRODUCT                PIC 9(11) VALUE 0.
01  AL-CHAIN-QUOTIENT               PIC 9(11) VALUE 0.
01  AL-CHAIN-BYTE-AREA.
    05  FILLER                      PIC X(01) VALUE LOW-VALUE.
    05  AL-CHAIN-BYTE               PIC X(01) VALUE LOW-VALUE.
01  AL-CHAIN-BYTE-VALUE REDEFINES AL-CHAIN-BYTE-AREA
                                    PIC 9(4) COMP.

01  AL-HDR1-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(30)
                        VALUE "ALLOCATION RULE LOAD REGISTER".
    05  FILLER                      PIC X(10) VALUE SPACES.
    05  FILLER                      PIC X(10) VALUE "RUN DATE:".
    05  HDR-RUN-DATE                PIC X(10).

01  AL-HDR2-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(08) VALUE "ACTION".
    05  FILLER                      PIC X(10) VALUE "RULE ID".
    05  FILLER                      PIC X(08) VALUE "SOURCE".
    05  FILLER                      PIC X(10) VALUE "TARGETS".
    05  FILLER                      PIC X(30) VALUE "DESCRIPTION".

01  AL-DETAIL-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  DTL-ACTION                  PIC X(06).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  DTL-RULE-ID                 PIC X(08).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  DTL-SOURCE-DEPT             PIC X(04).
    05  FILLER                      PIC X(04) VALUE SPACES.
    05  DTL-TARGET-COUNT            PIC Z9.
    05  FILLER                      PIC X(08) VALUE SPACES.
    05  DTL-DESCRIPTION             PIC X(30).

01  AL-TARGET-LINE.
    05  FILLER                      PIC X(27) VALUE SPACES.
    05  FILLER                      PIC X(08) VALUE "TARGET".
    05  TGT-DEPT-CODE               PIC X(04).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  TGT-PCT                     PIC ZZ9.99.
    05  FILLER                      PIC X(01) VALUE "%".

01  AL-REJECT-HDR-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(40)
        VALUE "RULE FILE RECORDS FAILING THEIR EDIT".

01  AL-REJECT-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(08) VALUE "RECORD".
    05  REJ-RECORD-NO               PIC ZZZZZ9.
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  FILLER                      PIC X(06) VALUE "RULE".
    05  REJ-RULE-ID                 PIC X(08).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  REJ-REASON                  PIC X(50).

01  AL-SUMMARY-COUNT-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  SMC-LABEL                   PIC X(26).
    05  SMC-COUNT                   PIC ZZZ,ZZ9.

01  AL-REFUSED-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(72) VALUE
        "*** LOAD REFUSED - NOTHING WAS CHANGED; CORRECT THE FILE AND RELOAD ***".

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-INITIALIZE
        THRU 1000-EXIT.
    PERFORM 2000-EDIT-RULE-FILE
        THRU 2000-EXIT.
    IF AL-REJECTED-COUNT > ZERO
       OR AL-INPUT-COUNT = ZERO
        PERFORM 8000-REFUSE-LOAD
            THRU 8000-EXIT
    END-IF.
    PERFORM 3000-APPLY-RULE-FILE
        THRU 3000-EXIT.
    PERFORM 9000-FINALIZE
        THRU 9000-EXIT.
    STOP RUN.

*> ----------------------------------------------------------------
*> 1000-INITIALIZE - check the user may maintain departments,
*> load DEPTACCT and the current rule master, and print the
*> register headers.
*> ----------------------------------------------------------------
1000-INITIALIZE.
    ACCEPT AL-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
    ACCEPT AL-RUN-TIME FROM TIME.
    ACCEPT AL-USER-ID FROM ENVIRONMENT "USER".
    PERFORM 1200-CHECK-AUTHORIZATION
        THRU 1200-EXIT.
    PERFORM 1300-LOAD-DEPT-ACCOUNTS
        THRU 1300-EXIT.
    PERFORM 1500-LOAD-RULE-MASTER
        THRU 1500-EXIT.
    OPEN OUTPUT PRINT-FILE.
    IF AL-PRINT-STATUS NOT = "00"
        DISPLAY "ALLOCATIONRULELOAD: UNABLE TO OPEN RPTOUT, "
            "FILE STATUS = " AL-PRINT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    STRING AL-RUN-MM   DELIMITED BY SIZE
           "/"         DELIMITED BY SIZE
           AL-RUN-DD   DELIMITED BY SIZE
           "/"         DELIMITED BY SIZE
           AL-RUN-YYYY DELIMITED BY SIZE
        INTO AL-RUN-DATE-DISPLAY
    END-STRING.
    MOVE AL-RUN-DATE-DISPLAY TO HDR-RUN-DATE.
    WRITE PRINT-LINE FROM AL-HDR1-LINE
        AFTER ADVANCING PAGE.
1000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1200-CHECK-AUTHORIZATION - look the user up on the operator
*> master: the id must be there, active, and hold the maintain-
*> departments function. A refusal goes to the audit trail and
*> ends the run with RETURN-CODE 12 before the rule file is read;
*> a missing master stops it with 16.
*> ----------------------------------------------------------------
1200-CHECK-AUTHORIZATION.
    OPEN INPUT OPER-FILE.
    IF AL-OPER-STATUS NOT = "00"
        DISPLAY "ALLOCATIONRULELOAD: UNABLE TO OPEN OPERMSTR, "
            "FILE STATUS = " AL-OPER-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 1210-READ-ONE-OPERATOR
        THRU 1210-EXIT
        UNTIL AL-OPER-STATUS NOT = "00"
           OR OPERATOR-WAS-FOUND.
    EVALUATE TRUE
        WHEN NOT OPERATOR-WAS-FOUND
            MOVE "USER NOT ON OPERATOR MASTER" TO AL-REFUSAL-REASON
        WHEN NOT OPER-IS-ACTIVE
            MOVE "OPERATOR IS INACTIVE" TO AL-REFUSAL-REASON
        WHEN NOT OPER-MAY-MAINTAIN-DEPTS
            MOVE "NOT AUTHORIZED FOR DEPT MAINT" TO AL-REFUSAL-REASON
        WHEN OTHER
            CLOSE OPER-FILE
            GO TO 1200-EXIT
    END-EVALUATE.
    CLOSE OPER-FILE.
    PERFORM 1250-WRITE-AUTH-REFUSAL
        THRU 1250-EXIT.
    DISPLAY "ALLOCATIONRULELOAD: USER " AL-USER-ID " REFUSED - "
        AL-REFUSAL-REASON.
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
    IF AL-OPER-STATUS = "00"
       AND OPER-USER-ID = AL-USER-ID
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
    IF AL-AUDIT-STATUS = "00"
        PERFORM 1260-READ-CHAIN-TAIL
            THRU 1260-EXIT
            UNTIL END-OF-CHAIN-TAIL
        CLOSE AUDIT-FILE
    END-IF.
    OPEN EXTEND AUDIT-FILE.
    IF AL-AUDIT-STATUS = "35"
        OPEN OUTPUT AUDIT-FILE
    END-IF.
    IF AL-AUDIT-STATUS NOT = "00"
        DISPLAY "ALLOCATIONRULELOAD: UNABLE TO OPEN AUDITOUT, "
            "FILE STATUS = " AL-AUDIT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE AL-RUN-DATE-YYYYMMDD TO AUDIT-RUN-DATE.
    MOVE AL-RUN-TIME TO AUDIT-RUN-TIME.
    MOVE AL-USER-ID TO AUDIT-USER-ID.
    MOVE SPACES TO AUDIT-DEPT-CODE.
    MOVE ZERO TO AUDIT-SEQUENCE-NO.
    MOVE ZERO TO AUDIT-AMOUNT-COUNT.
    MOVE SPACES TO AUDIT-REFUSAL-DATA.
    MOVE "D" TO AUDIT-REFUSED-FUNCTION.
    MOVE AL-REFUSAL-REASON TO AUDIT-REFUSAL-REASON.
    MOVE "ALOCLOAD" TO AUDIT-REFUSING-PROGRAM.
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
        MOVE AUDIT-CHAIN-VALUE TO AL-CHAIN-VALUE
    ELSE
        MOVE ZERO TO AL-CHAIN-VALUE
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
        VARYING AL-CHAIN-SUB FROM 1 BY 1
        UNTIL AL-CHAIN-SUB > 333.
    MOVE AL-CHAIN-VALUE TO AUDIT-CHAIN-VALUE.
1270-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1280-FOLD-ONE-BYTE - fold one byte of the record into the
*> running check value.
*> ----------------------------------------------------------------
1280-FOLD-ONE-BYTE.
    MOVE AUDIT-RECORD (AL-CHAIN-SUB:1) TO AL-CHAIN-BYTE.
    COMPUTE AL-CHAIN-PRODUCT = AL-CHAIN-VALUE * 31
        + AL-CHAIN-BYTE-VALUE + AL-CHAIN-SUB.
    DIVIDE AL-CHAIN-PRODUCT BY 999999937
        GIVING AL-CHAIN-QUOTIENT
        REMAINDER AL-CHAIN-VALUE.
1280-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1300-LOAD-DEPT-ACCOUNTS - table the department codes on the
*> department master, which every rule's departments must be.
*> ----------------------------------------------------------------
1300-LOAD-DEPT-ACCOUNTS.
    OPEN INPUT DEPT-FILE.
    IF AL-DEPT-STATUS NOT = "00"
        DISPLAY "ALLOCATIONRULELOAD: UNABLE TO OPEN DEPTACCT, "
            "FILE STATUS = " AL-DEPT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 1310-LOAD-ONE-DEPT
        THRU 1310-EXIT
        UNTIL AL-DEPT-STATUS NOT = "00".
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
    IF AL-DEPT-STATUS NOT = "00"
        GO TO 1310-EXIT
    END-IF.
    IF DEPT-CODE = SPACES
        GO TO 1310-EXIT
    END-IF.
    IF AL-DEPT-COUNT >= AL-MAX-DEPTS
        DISPLAY "ALLOCATIONRULELOAD: MORE THAN " AL-MAX-DEPTS
            " DEPARTMENTS ON DEPTACCT"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO AL-DEPT-COUNT.
    MOVE DEPT-CODE TO AL-DEPT-CODE (AL-DEPT-COUNT).
1310-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1500-LOAD-RULE-MASTER - load the current rule master, to tell
*> the rules the file adds, changes, and deletes. A master not yet
*> created (the first load) starts empty; any other open failure
*> stops the run.
*> ----------------------------------------------------------------
1500-LOAD-RULE-MASTER.
    OPEN INPUT RULE-FILE.
    IF AL-ALOC-STATUS = "35"
        GO TO 1500-EXIT
    END-IF.
    IF AL-ALOC-STATUS NOT = "00"
        DISPLAY "ALLOCATIONRULELOAD: UNABLE TO OPEN ALLOCMST, "
            "FILE STATUS = " AL-ALOC-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 1510-LOAD-ONE-RULE
        THRU 1510-EXIT
        UNTIL AL-ALOC-STATUS NOT = "00".
    CLOSE RULE-FILE.
1500-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1510-LOAD-ONE-RULE - read and table one current master rule.
*> ----------------------------------------------------------------
1510-LOAD-ONE-RULE.
    READ RULE-FILE
        AT END
            GO TO 1510-EXIT
    END-READ.
    IF AL-ALOC-STATUS NOT = "00"
        GO TO 1510-EXIT
    END-IF.
    IF AL-OLD-ALOC-RECORD (1:8) = SPACES
        GO TO 1510-EXIT
    END-IF.
    IF AL-OLD-COUNT >= AL-MAX-RULES
        DISPLAY "ALLOCATIONRULELOAD: MORE THAN " AL-MAX-RULES
            " RULES ON ALLOCMST"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO AL-OLD-COUNT.
    MOVE AL-OLD-ALOC-RECORD TO AL-OLD-IMAGE (AL-OLD-COUNT).
    MOVE 'N' TO AL-OLD-MATCHED-SWITCH (AL-OLD-COUNT).
1510-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2000-EDIT-RULE-FILE - read the whole rule file, editing and
*> tabling each rule; nothing is applied here.
*> ----------------------------------------------------------------
2000-EDIT-RULE-FILE.
    OPEN INPUT RULE-IN-FILE.
    IF AL-ALOCIN-STATUS NOT = "00"
        DISPLAY "ALLOCATIONRULELOAD: UNABLE TO OPEN ALOCIN, "
            "FILE STATUS = " AL-ALOCIN-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 2100-EDIT-ONE-RULE
        THRU 2100-EXIT
        UNTIL END-OF-RULE-INPUT.
    CLOSE RULE-IN-FILE.
2000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2100-EDIT-ONE-RULE - read one rule, edit it, and table it if it
*> passes. A failing rule prints with the reason and is counted;
*> the edit goes on through the file so one run lists every
*> error.
*> ----------------------------------------------------------------
2100-EDIT-ONE-RULE.
    READ RULE-IN-FILE
        AT END
            SET END-OF-RULE-INPUT TO TRUE
            GO TO 2100-EXIT
    END-READ.
    IF ALOC-RECORD = SPACES
        GO TO 2100-EXIT
    END-IF.
    ADD 1 TO AL-READ-COUNT.
    MOVE SPACES TO AL-REJECT-REASON.
    IF ALOC-RULE-ID = SPACES
        MOVE "RULE ID IS BLANK" TO AL-REJECT-REASON
        GO TO 2100-REJECT
    END-IF.
    MOVE ALOC-SOURCE-DEPT TO AL-WORK-DEPT.
    PERFORM 2800-CHECK-DEPT-ON-MASTER
        THRU 2800-EXIT.
    IF NOT DEPT-IS-ON-MASTER
        MOVE "SOURCE DEPARTMENT IS NOT ON DEPTACCT"
            TO AL-REJECT-REASON
        GO TO 2100-REJECT
    END-IF.
    PERFORM 2300-CHECK-DUPLICATE-RULE
        THRU 2300-EXIT.
    IF AL-REJECT-REASON NOT = SPACES
        GO TO 2100-REJECT
    END-IF.
    IF ALOC-TARGET-COUNT IS NOT NUMERIC
       OR ALOC-TARGET-COUNT < 1
       OR ALOC-TARGET-COUNT > 20
        MOVE "TARGET COUNT IS NOT 01-20" TO AL-REJECT-REASON
        GO TO 2100-REJECT
    END-IF.
    MOVE ZERO TO AL-PCT-TOTAL.
    PERFORM 2200-CHECK-ONE-TARGET
        THRU 2200-EXIT
        VARYING AL-TARGET-SUB FROM 1 BY 1
        UNTIL AL-TARGET-SUB > ALOC-TARGET-COUNT
           OR AL-REJECT-REASON NOT = SPACES.
    IF AL-REJECT-REASON NOT = SPACES
        GO TO 2100-REJECT
    END-IF.
    IF AL-PCT-TOTAL NOT = 100
        MOVE AL-PCT-TOTAL TO AL-PCT-TOTAL-DISPLAY
        STRING "PERCENTAGES TOTAL "       DELIMITED BY SIZE
               AL-PCT-TOTAL-DISPLAY       DELIMITED BY SIZE
               ", NOT 100.00"             DELIMITED BY SIZE
            INTO AL-REJECT-REASON
        END-STRING
        GO TO 2100-REJECT
    END-IF.
    IF AL-INPUT-COUNT >= AL-MAX-RULES
        MOVE "MORE RULES IN THE FILE THAN THE MASTER HOLDS"
            TO AL-REJECT-REASON
        GO TO 2100-REJECT
    END-IF.
    ADD 1 TO AL-INPUT-COUNT.
    MOVE ALOC-RECORD TO AL-INPUT-IMAGE (AL-INPUT-COUNT).
    GO TO 2100-EXIT.
2100-REJECT.
    IF AL-REJECTED-COUNT = ZERO
        WRITE PRINT-LINE FROM AL-REJECT-HDR-LINE
            AFTER ADVANCING 2 LINES
    END-IF.
    ADD 1 TO AL-REJECTED-COUNT.
    MOVE AL-READ-COUNT TO REJ-RECORD-NO.
    MOVE ALOC-RULE-ID TO REJ-RULE-ID.
    MOVE AL-REJECT-REASON TO REJ-REASON.
    WRITE PRINT-LINE FROM AL-REJECT-LINE
        AFTER ADVANCING 1 LINE.
2100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2200-CHECK-ONE-TARGET - one target must be a department on
*> DEPTACCT other than the source, not named earlier in the rule,
*> with a numeric percentage above zero, which joins the rule's
*> total.
*> ----------------------------------------------------------------
2200-CHECK-ONE-TARGET.
    MOVE AL-TARGET-SUB TO AL-TARGET-NO-DISPLAY.
    MOVE ALOC-TARGET-DEPT (AL-TARGET-SUB) TO AL-WORK-DEPT.
    PERFORM 2800-CHECK-DEPT-ON-MASTER
        THRU 2800-EXIT.
    IF NOT DEPT-IS-ON-MASTER
        STRING "TARGET "                  DELIMITED BY SIZE
               AL-TARGET-NO-DISPLAY       DELIMITED BY SIZE
               " IS NOT ON DEPTACCT"      DELIMITED BY SIZE
            INTO AL-REJECT-REASON
        END-STRING
        GO TO 2200-EXIT
    END-IF.
    IF AL-WORK-DEPT = ALOC-SOURCE-DEPT
        STRING "TARGET "                  DELIMITED BY SIZE
               AL-TARGET-NO-DISPLAY       DELIMITED BY SIZE
               " IS THE SOURCE DEPARTMENT" DELIMITED BY SIZE
            INTO AL-REJECT-REASON
        END-STRING
        GO TO 2200-EXIT
    END-IF.
    PERFORM 2210-MATCH-EARLIER-TARGET
        THRU 2210-EXIT
        VARYING AL-OTHER-SUB FROM 1 BY 1
        UNTIL AL-OTHER-SUB >= AL-TARGET-SUB
           OR AL-REJECT-REASON NOT = SPACES.
    IF AL-REJECT-REASON NOT = SPACES
        GO TO 2200-EXIT
    END-IF.
    IF ALOC-TARGET-PCT (AL-TARGET-SUB) IS NOT NUMERIC
        STRING "TARGET "                  DELIMITED BY SIZE
               AL-TARGET-NO-DISPLAY       DELIMITED BY SIZE
               " PERCENTAGE IS NOT NUMERIC" DELIMITED BY SIZE
            INTO AL-REJECT-REASON
        END-STRING
        GO TO 2200-EXIT
    END-IF.
    IF ALOC-TARGET-PCT (AL-TARGET-SUB) = ZERO
        STRING "TARGET "                  DELIMITED BY SIZE
               AL-TARGET-NO-DISPLAY       DELIMITED BY SIZE
               " PERCENTAGE IS ZERO"      DELIMITED BY SIZE
            INTO AL-REJECT-REASON
        END-STRING
        GO TO 2200-EXIT
    END-IF.
    ADD ALOC-TARGET-PCT (AL-TARGET-SUB) TO AL-PCT-TOTAL.
2200-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2210-MATCH-EARLIER-TARGET - compare one earlier target of the
*> rule against the target being checked.
*> ----------------------------------------------------------------
2210-MATCH-EARLIER-TARGET.
    IF ALOC-TARGET-DEPT (AL-OTHER-SUB) = AL-WORK-DEPT
        STRING "TARGET "                  DELIMITED BY SIZE
               AL-TARGET-NO-DISPLAY       DELIMITED BY SIZE
               " NAMES A DEPARTMENT TWICE" DELIMITED BY SIZE
            INTO AL-REJECT-REASON
        END-STRING
    END-IF.
2210-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2300-CHECK-DUPLICATE-RULE - a rule id may appear once in the
*> file, and a department may be the source of one rule: a second
*> rule for it would allocate its costs twice.
*> ----------------------------------------------------------------
2300-CHECK-DUPLICATE-RULE.
    PERFORM 2310-MATCH-ONE-INPUT
        THRU 2310-EXIT
        VARYING AL-INPUT-SUB FROM 1 BY 1
        UNTIL AL-INPUT-SUB > AL-INPUT-COUNT
           OR AL-REJECT-REASON NOT = SPACES.
2300-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2310-MATCH-ONE-INPUT - compare one tabled rule against the rule
*> being edited.
*> ----------------------------------------------------------------
2310-MATCH-ONE-INPUT.
    IF AL-INPUT-IMAGE (AL-INPUT-SUB) (1:8) = ALOC-RULE-ID
        MOVE "RULE ID APPEARS TWICE IN THE FILE"
            TO AL-REJECT-REASON
        GO TO 2310-EXIT
    END-IF.
    IF AL-INPUT-IMAGE (AL-INPUT-SUB) (39:4) = ALOC-SOURCE-DEPT
        MOVE "SOURCE DEPARTMENT HAS ANOTHER RULE IN THE FILE"
            TO AL-REJECT-REASON
    END-IF.
2310-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2800-CHECK-DEPT-ON-MASTER - set DEPT-IS-ON-MASTER when
*> AL-WORK-DEPT is on DEPTACCT.
*> ----------------------------------------------------------------
2800-CHECK-DEPT-ON-MASTER.
    MOVE 'N' TO AL-DEPT-FOUND-SWITCH.
    PERFORM 2810-MATCH-ONE-DEPT
        THRU 2810-EXIT
        VARYING AL-DEPT-SUB FROM 1 BY 1
        UNTIL AL-DEPT-SUB > AL-DEPT-COUNT
           OR DEPT-IS-ON-MASTER.
2800-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2810-MATCH-ONE-DEPT - compare one master code against the
*> department being checked.
*> ----------------------------------------------------------------
2810-MATCH-ONE-DEPT.
    IF AL-DEPT-CODE (AL-DEPT-SUB) = AL-WORK-DEPT
        SET DEPT-IS-ON-MASTER TO TRUE
    END-IF.
2810-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3000-APPLY-RULE-FILE - the file passed: open the change history,
*> set each rule in the file against the current master, then
*> record the rules the file no longer carries as deleted.
*> ----------------------------------------------------------------
3000-APPLY-RULE-FILE.
    OPEN EXTEND HISTORY-FILE.
    IF AL-HIST-STATUS = "35"
        OPEN OUTPUT HISTORY-FILE
    END-IF.
    IF AL-HIST-STATUS NOT = "00"
        DISPLAY "ALLOCATIONRULELOAD: UNABLE TO OPEN ALOCHIST, "
            "FILE STATUS = " AL-HIST-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    WRITE PRINT-LINE FROM AL-HDR2-LINE
        AFTER ADVANCING 2 LINES.
    PERFORM 3100-APPLY-ONE-RULE
        THRU 3100-EXIT
        VARYING AL-INPUT-SUB FROM 1 BY 1
        UNTIL AL-INPUT-SUB > AL-INPUT-COUNT.
    PERFORM 3200-CHECK-ONE-DELETION
        THRU 3200-EXIT
        VARYING AL-OLD-SUB FROM 1 BY 1
        UNTIL AL-OLD-SUB > AL-OLD-COUNT.
3000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3100-APPLY-ONE-RULE - an id the master lacks is an add, one
*> whose image differs a change; a rule the file carries exactly
*> as the master does is left unrecorded.
*> ----------------------------------------------------------------
3100-APPLY-ONE-RULE.
    MOVE AL-INPUT-IMAGE (AL-INPUT-SUB) TO AL-NEW-WORK-IMAGE.
    MOVE AL-NEW-WORK-IMAGE (1:8) TO AL-WORK-ID.
    MOVE ZERO TO AL-ACTIVE-OLD-SUB.
    PERFORM 3110-MATCH-ONE-OLD-RULE
        THRU 3110-EXIT
        VARYING AL-OLD-SUB FROM 1 BY 1
        UNTIL AL-OLD-SUB > AL-OLD-COUNT
           OR AL-ACTIVE-OLD-SUB > ZERO.
    IF AL-ACTIVE-OLD-SUB = ZERO
        MOVE SPACES TO AL-OLD-WORK-IMAGE
        MOVE "A" TO AL-ACTION
        ADD 1 TO AL-ADDED-COUNT
    ELSE
        SET OLD-RULE-WAS-MATCHED (AL-ACTIVE-OLD-SUB) TO TRUE
        MOVE AL-OLD-IMAGE (AL-ACTIVE-OLD-SUB) TO AL-OLD-WORK-IMAGE
        IF AL-OLD-WORK-IMAGE = AL-NEW-WORK-IMAGE
            ADD 1 TO AL-UNCHANGED-COUNT
            GO TO 3100-EXIT
        END-IF
        MOVE "C" TO AL-ACTION
        ADD 1 TO AL-CHANGED-COUNT
    END-IF.
    PERFORM 7000-RECORD-ONE-CHANGE
        THRU 7000-EXIT.
3100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3110-MATCH-ONE-OLD-RULE - compare one current master rule's id
*> against the rule being applied.
*> ----------------------------------------------------------------
3110-MATCH-ONE-OLD-RULE.
    IF AL-OLD-IMAGE (AL-OLD-SUB) (1:8) = AL-WORK-ID
        MOVE AL-OLD-SUB TO AL-ACTIVE-OLD-SUB
    END-IF.
3110-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3200-CHECK-ONE-DELETION - a current master rule the file did
*> not carry is deleted.
*> ----------------------------------------------------------------
3200-CHECK-ONE-DELETION.
    IF OLD-RULE-WAS-MATCHED (AL-OLD-SUB)
        GO TO 3200-EXIT
    END-IF.
    MOVE AL-OLD-IMAGE (AL-OLD-SUB) TO AL-OLD-WORK-IMAGE.
    MOVE AL-OLD-WORK-IMAGE (1:8) TO AL-WORK-ID.
    MOVE SPACES TO AL-NEW-WORK-IMAGE.
    MOVE "D" TO AL-ACTION.
    ADD 1 TO AL-DELETED-COUNT.
    PERFORM 7000-RECORD-ONE-CHANGE
        THRU 7000-EXIT.
3200-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 7000-RECORD-ONE-CHANGE - print the rule as it now stands (as it
*> stood, for a delete) with its targets on the change register,
*> and append the change-history record with both images.
*> ----------------------------------------------------------------
7000-RECORD-ONE-CHANGE.
    EVALUATE AL-ACTION
        WHEN "A"
            MOVE "ADD" TO DTL-ACTION
            MOVE AL-NEW-WORK-IMAGE TO AL-ALOC-RECORD
        WHEN "C"
            MOVE "CHANGE" TO DTL-ACTION
            MOVE AL-NEW-WORK-IMAGE TO AL-ALOC-RECORD
        WHEN "D"
            MOVE "DELETE" TO DTL-ACTION
            MOVE AL-OLD-WORK-IMAGE TO AL-ALOC-RECORD
    END-EVALUATE.
    MOVE AL-ALOC-RULE-ID TO DTL-RULE-ID.
    MOVE AL-ALOC-SOURCE-DEPT TO DTL-SOURCE-DEPT.
    MOVE AL-ALOC-TARGET-COUNT TO DTL-TARGET-COUNT.
    MOVE AL-ALOC-DESCRIPTION TO DTL-DESCRIPTION.
    WRITE PRINT-LINE FROM AL-DETAIL-LINE
        AFTER ADVANCING 1 LINE.
    IF AL-ACTION NOT = "D"
        PERFORM 7100-PRINT-ONE-TARGET
            THRU 7100-EXIT
            VARYING AL-TARGET-SUB FROM 1 BY 1
            UNTIL AL-TARGET-SUB > AL-ALOC-TARGET-COUNT
    END-IF.
    MOVE AL-RUN-DATE-YYYYMMDD TO ALH-CHANGE-DATE.
    MOVE AL-RUN-TIME TO ALH-CHANGE-TIME.
    MOVE AL-USER-ID TO ALH-USER-ID.
    MOVE AL-ACTION TO ALH-ACTION.
    MOVE AL-WORK-ID TO ALH-RULE-ID.
    MOVE AL-OLD-WORK-IMAGE TO ALH-OLD-IMAGE.
    MOVE AL-NEW-WORK-IMAGE TO ALH-NEW-IMAGE.
    WRITE ALH-RECORD.
7000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 7100-PRINT-ONE-TARGET - print one target of the rule in
*> AL-ALOC-RECORD with its percentage.
*> ----------------------------------------------------------------
7100-PRINT-ONE-TARGET.
    MOVE AL-ALOC-TARGET-DEPT (AL-TARGET-SUB) TO TGT-DEPT-CODE.
    MOVE AL-ALOC-TARGET-PCT (AL-TARGET-SUB) TO TGT-PCT.
    WRITE PRINT-LINE FROM AL-TARGET-LINE
        AFTER ADVANCING 1 LINE.
7100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 8000-REFUSE-LOAD - the file failed its edit (or held nothing to
*> load): print the refusal and the counts, and end the run
*> RC 12 with nothing written - no new master, no history.
*> ----------------------------------------------------------------
8000-REFUSE-LOAD.
    MOVE "RULE RECORDS READ:" TO SMC-LABEL.
    MOVE AL-READ-COUNT TO SMC-COUNT.
    WRITE PRINT-LINE FROM AL-SUMMARY-COUNT-LINE
        AFTER ADVANCING 2 LINES.
    MOVE "RECORDS FAILING EDIT:" TO SMC-LABEL.
    MOVE AL-REJECTED-COUNT TO SMC-COUNT.
    WRITE PRINT-LINE FROM AL-SUMMARY-COUNT-LINE
        AFTER ADVANCING 1 LINE.
    WRITE PRINT-LINE FROM AL-REFUSED-LINE
        AFTER ADVANCING 2 LINES.
    CLOSE PRINT-FILE.
    DISPLAY "ALLOCATIONRULELOAD: RULE FILE FAILED ITS EDIT - "
        "NOTHING LOADED".
    MOVE 12 TO RETURN-CODE.
    STOP RUN.
8000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 9000-FINALIZE - write the rule file, as edited, to ALOCNEW (the
*> job stream copies it over ALLOCMST), print the load accounting,
*> and close the files.
*> ----------------------------------------------------------------
9000-FINALIZE.
    OPEN OUTPUT NEW-RULE-FILE.
    IF AL-NEW-STATUS NOT = "00"
        DISPLAY "ALLOCATIONRULELOAD: UNABLE TO OPEN ALOCNEW, "
            "FILE STATUS = " AL-NEW-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 9100-WRITE-ONE-MASTER-RECORD
        THRU 9100-EXIT
        VARYING AL-INPUT-SUB FROM 1 BY 1
        UNTIL AL-INPUT-SUB > AL-INPUT-COUNT.
    CLOSE NEW-RULE-FILE.
    MOVE "RULE RECORDS READ:" TO SMC-LABEL.
    MOVE AL-READ-COUNT TO SMC-COUNT.
    WRITE PRINT-LINE FROM AL-SUMMARY-COUNT-LINE
        AFTER ADVANCING 2 LINES.
    MOVE "RULES ADDED:" TO SMC-LABEL.
    MOVE AL-ADDED-COUNT TO SMC-COUNT.
    WRITE PRINT-LINE FROM AL-SUMMARY-COUNT-LINE
        AFTER ADVANCING 1 LINE.
    MOVE "RULES CHANGED:" TO SMC-LABEL.
    MOVE AL-CHANGED-COUNT TO SMC-COUNT.
    WRITE PRINT-LINE FROM AL-SUMMARY-COUNT-LINE
        AFTER ADVANCING 1 LINE.
    MOVE "RULES UNCHANGED:" TO SMC-LABEL.
    MOVE AL-UNCHANGED-COUNT TO SMC-COUNT.
    WRITE PRINT-LINE FROM AL-SUMMARY-COUNT-LINE
        AFTER ADVANCING 1 LINE.
    MOVE "RULES DELETED:" TO SMC-LABEL.
    MOVE AL-DELETED-COUNT TO SMC-COUNT.
    WRITE PRINT-LINE FROM AL-SUMMARY-COUNT-LINE
        AFTER ADVANCING 1 LINE.
    MOVE "MASTER RECORDS WRITTEN:" TO SMC-LABEL.
    MOVE AL-WRITTEN-COUNT TO SMC-COUNT.
    WRITE PRINT-LINE FROM AL-SUMMARY-COUNT-LINE
        AFTER ADVANCING 1 LINE.
    CLOSE HISTORY-FILE.
    CLOSE PRINT-FILE.
    MOVE ZERO TO RETURN-CODE.
9000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 9100-WRITE-ONE-MASTER-RECORD - write one edited rule in ALOCREC
*> form.
*> ----------------------------------------------------------------
9100-WRITE-ONE-MASTER-RECORD.
    MOVE AL-INPUT-IMAGE (AL-INPUT-SUB) TO AL-NEW-ALOC-RECORD.
    WRITE AL-NEW-ALOC-RECORD.
    ADD 1 TO AL-WRITTEN-COUNT.
9100-EXIT.
    EXIT.
