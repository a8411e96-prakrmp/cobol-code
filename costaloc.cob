       >>SOURCE FORMAT FREE
*> ================================================================
*> CostAllocation
*> The month-end cost allocation run. For the accounting period
*> named on CAPARM it spreads each shared-service department's
*> actuals over the departments it serves, by the rules on the
*> allocation rule master (ALLOCMST), and writes the result as one
*> balanced journal in GLREC form (GLOUT): the source department's
*> DEPTACCT account is credited with its actuals for the period,
*> and each target department's account is debited its percentage
*> of them. Each share is taken to the cent, any fraction of a
*> cent dropped, and the cents this leaves over go to the rule's
*> largest share (the first of them, on a tie), so the debits of
*> every rule add back exactly to its credit and no share is ever
*> made smaller to do it. A source with negative actuals for the
*> period (credits exceeding charges) is allocated the same way
*> with the sides turned over.
*>
*> A department's actuals are its base results on the audit trail
*> (AUDITIN) for the period, selected by the same rules the
*> department statements and the budget variance report use, so
*> the figure allocated ties to the figure they print. A rule
*> whose source has no actuals for the period allocates nothing
*> and is listed.
*>
*> The journal draws its batch number from the BATCHNO control
*> dataset, carries the period as its GL-ACCT-PERIOD, and goes
*> through the GLRECON reconciliation like any other extract.
*> Every journal line is also appended to the allocation journal
*> history (ALOCJRNL), which is how a rerun is stopped: a period
*> whose allocation journal is on the history, and not reversed,
*> is refused. REVERSE-PERIOD writes the exact reversal of that
*> journal from the history - every line with its side turned
*> over, under a batch number of its own and in the same period -
*> and records it as reversing the original, after which the
*> period may be allocated again.
*>
*> Every rule is re-edited before anything is written: a source
*> or target department that has since left DEPTACCT, or a rule
*> whose percentages no longer total 100.00, refuses the run. A
*> period closed on the posting-period master (PERDCTL), or not
*> on it, is refused too, since the journal would be posted into
*> a closed month. The allocation register (RPTOUT) lists every
*> journal line with the department's name, account, percentage,
*> and rounding, and the journal's debit and credit totals.
*>
*> Parameters (exactly one):
*>   ALLOCATE-PERIOD=YYYYMM   allocate the period's actuals
*>   REVERSE-PERIOD=YYYYMM    reverse the period's allocation
*>
*> RETURN-CODE 0 is a clean run; 4 says no journal was written
*> (no source had actuals for the period) or a rule's actuals were
*> too large for a journal line and it was left out; 12 says the
*> run was refused - the period is closed, already allocated (or,
*> reversing, not allocated), or a rule failed its edit - and
*> nothing was written; 16 says a file failed to open or a
*> parameter failed its edit.
*>
*> Modification history:
*>   - Written so the shared-service departments' costs are
*>     allocated by journal from the rule master each month
*>     instead of by a hand-keyed entry worked out on a
*>     spreadsheet.
*> ================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. CostAllocation.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PARM-FILE ASSIGN TO CAPARM
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CA-PARM-STATUS.

    SELECT RULE-FILE ASSIGN TO ALLOCMST
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CA-ALOC-STATUS.

    SELECT DEPT-FILE ASSIGN TO DEPTACCT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CA-DEPT-STATUS.

    SELECT AUDIT-FILE ASSIGN TO AUDITIN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CA-AUDIT-STATUS.

    SELECT PERIOD-FILE ASSIGN TO PERDCTL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CA-PERD-STATUS.

    SELECT JOURNAL-FILE ASSIGN TO ALOCJRNL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CA-JRNL-STATUS.

    SELECT BATCH-NO-FILE ASSIGN TO BATCHNO
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CA-BNUM-STATUS.

    SELECT GL-FILE ASSIGN TO GLOUT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CA-GL-STATUS.

    SELECT PRINT-FILE ASSIGN TO RPTOUT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CA-PRINT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  PARM-FILE
    LABEL RECORDS ARE OMITTED.
01  PARM-RECORD                     PIC X(80).

FD  RULE-FILE
    LABEL RECORDS ARE OMITTED.
    COPY ALOCREC.

FD  DEPT-FILE
    LABEL RECORDS ARE OMITTED.
    COPY DEPTREC.

FD  AUDIT-FILE
    LABEL RECORDS ARE OMITTED.
    COPY AUDITREC.

FD  PERIOD-FILE
    LABEL RECORDS ARE OMITTED.
    COPY PERDREC.

FD  JOURNAL-FILE
    LABEL RECORDS ARE OMITTED.
    COPY ALJREC.

FD  BATCH-NO-FILE
    LABEL RECORDS ARE OMITTED.
    COPY BNUMREC.

FD  GL-FILE
    LABEL RECORDS ARE OMITTED.
    COPY GLREC.

FD  PRINT-FILE
    LABEL RECORDS ARE OMITTED.
01  PRINT-LINE                      PIC X(132).

WORKING-STORAGE SECTION.
01  CA-SWITCHES.
    05  CA-PARM-EOF-SWITCH          PIC X(01) VALUE 'N'.
        88  END-OF-PARM-FILE                VALUE 'Y'.
    05  CA-AUDIT-EOF-SWITCH         PIC X(01) VALUE 'N'.
        88  END-OF-AUDIT-FILE               VALUE 'Y'.
    05  CA-JRNL-EOF-SWITCH          PIC X(01) VALUE 'N'.
        88  END-OF-JOURNAL-FILE             VALUE 'Y'.
    05  CA-PERD-EOF-SWITCH          PIC X(01) VALUE 'N'.
        88  END-OF-PERIOD-FILE              VALUE 'Y'.
    05  CA-PERIOD-FOUND-SWITCH      PIC X(01) VALUE 'N'.
        88  PERIOD-IS-ON-MASTER             VALUE 'Y'.
    05  CA-PERIOD-OPEN-SWITCH       PIC X(01) VALUE 'N'.
        88  PERIOD-IS-OPEN-FOR-POSTING      VALUE 'Y'.
    05  CA-RUN-MODE                 PIC X(01) VALUE SPACE.
        88  CA-IS-ALLOCATING                VALUE 'A'.
        88  CA-IS-REVERSING                 VALUE 'R'.

01  CA-PARM-STATUS                  PIC X(02) VALUE SPACES.
01  CA-ALOC-STATUS                  PIC X(02) VALUE SPACES.
01  CA-DEPT-STATUS                  PIC X(02) VALUE SPACES.
01  CA-AUDIT-STATUS                 PIC X(02) VALUE SPACES.
01  CA-PERD-STATUS                  PIC X(02) VALUE SPACES.
01  CA-JRNL-STATUS                  PIC X(02) VALUE SPACES.
01  CA-BNUM-STATUS                  PIC X(02) VALUE SPACES.
01  CA-GL-STATUS                    PIC X(02) VALUE SPACES.
01  CA-PRINT-STATUS                 PIC X(02) VALUE SPACES.

01  CA-RUN-DATE-FIELDS.
    05  CA-RUN-DATE-YYYYMMDD        PIC 9(8).
    05  CA-RUN-DATE-X REDEFINES CA-RUN-DATE-YYYYMMDD.
        10  CA-RUN-YYYY             PIC 9(4).
        10  CA-RUN-MM               PIC 9(2).
        10  CA-RUN-DD               PIC 9(2).
01  CA-RUN-TIME                     PIC 9(8) VALUE 0.
01  CA-USER-ID                      PIC X(08) VALUE SPACES.

01  CA-PARM-KEYWORD                 PIC X(20) VALUE SPACES.
01  CA-PARM-VALUE                   PIC X(60) VALUE SPACES.
01  CA-PARM-PERIOD-X                PIC X(06) VALUE SPACES.
01  CA-PARM-PERIOD REDEFINES CA-PARM-PERIOD-X.
    05  CA-PARM-PERIOD-YYYY         PIC 9(4).
    05  CA-PARM-PERIOD-MM           PIC 9(2).
01  CA-PERIOD                       PIC 9(6) VALUE 0.
01  CA-RECORD-PERIOD                PIC 9(6) VALUE 0.

*> The department master, with each department's actuals for the
*> period as the audit trail is tallied.
01  CA-DEPT-TABLE-AREA.
    05  CA-DEPT-COUNT               PIC 9(2) COMP VALUE 0.
    05  CA-MAX-DEPTS                PIC 9(2) COMP VALUE 50.
    05  CA-DEPT-ENTRY OCCURS 50 TIMES.
        10  CA-DEPT-CODE            PIC X(04).
        10  CA-DEPT-GL-ACCOUNT      PIC X(10).
        10  CA-DEPT-NAME            PIC X(20).
        10  CA-DEPT-ACTUAL          PIC S9(11)V99.
01  CA-DEPT-SUB                     PIC 9(2) COMP VALUE 0.
01  CA-ACTIVE-DEPT-SUB              PIC 9(2) COMP VALUE 0.
01  CA-WORK-DEPT                    PIC X(04) VALUE SPACES.

*> The rule master; each rule is worked in CA-ALOC-RECORD below,
*> since ALLOCMST is closed once it is loaded. A rule's state
*> says what the allocation made of it.
01  CA-RULE-TABLE-AREA.
    05  CA-RULE-COUNT               PIC 9(3) COMP VALUE 0.
    05  CA-MAX-RULES                PIC 9(3) COMP VALUE 100.
    05  CA-RULE-ENTRY OCCURS 100 TIMES.
        10  CA-RULE-IMAGE           PIC X(224).
        10  CA-RULE-STATE           PIC X(01).
            88  RULE-WAS-ALLOCATED          VALUE 'A'.
            88  RULE-HAD-NO-ACTUALS         VALUE 'Z'.
            88  RULE-IS-TOO-LARGE           VALUE 'L'.
01  CA-RULE-SUB                     PIC 9(3) COMP VALUE 0.
01  CA-TARGET-SUB                   PIC 9(2) COMP VALUE 0.
01  CA-TARGET-NO-DISPLAY            PIC 9(2) VALUE 0.
01  CA-PCT-TOTAL                    PIC 9(5)V99 VALUE 0.
01  CA-RULE-ERROR-COUNT             PIC 9(4) VALUE 0.
01  CA-RULE-ERROR                   PIC X(60) VALUE SPACES.
    COPY ALOCREC REPLACING LEADING ==ALOC-== BY ==CA-ALOC-==.

*> Allocation journals for the period found on the history, each
*> with whether a reversal naming it follows.
01  CA-ALLOC-BATCH-AREA.
    05  CA-ALLOC-BATCH-COUNT        PIC 9(2) COMP VALUE 0.
    05  CA-MAX-ALLOC-BATCHES        PIC 9(2) COMP VALUE 50.
    05  CA-ALLOC-BATCH-ENTRY OCCURS 50 TIMES.
        10  CA-ALLOC-BATCH-ID       PIC X(08).
        10  CA-ALLOC-REVERSED-SWITCH PIC X(01).
            88  ALLOC-BATCH-WAS-REVERSED    VALUE 'Y'.
01  CA-ALLOC-BATCH-SUB              PIC 9(2) COMP VALUE 0.
01  CA-ACTIVE-BATCH-SUB             PIC 9(2) COMP VALUE 0.
01  CA-WORK-BATCH-ID                PIC X(08) VALUE SPACES.
01  CA-OUTSTANDING-BATCH-ID         PIC X(08) VALUE SPACES.

*> The journal being built: one line per source credit and target
*> debit (sides turned over when reversing), written to GLOUT and
*> the history once the whole journal stands.
01  CA-LINE-TABLE-AREA.
    05  CA-LINE-COUNT               PIC 9(4) COMP VALUE 0.
    05  CA-MAX-LINES                PIC 9(4) COMP VALUE 2100.
    05  CA-LINE-ENTRY OCCURS 2100 TIMES.
        10  CA-LINE-RULE-ID         PIC X(08).
        10  CA-LINE-DEPT-CODE       PIC X(04).
        10  CA-LINE-ACCOUNT-NO      PIC X(10).
        10  CA-LINE-DEBIT-CREDIT    PIC X(01).
            88  LINE-IS-DEBIT               VALUE 'D'.
            88  LINE-IS-CREDIT              VALUE 'C'.
        10  CA-LINE-AMOUNT          PIC 9(9)V99.
        10  CA-LINE-PCT             PIC 9(3)V99.
        10  CA-LINE-ROUNDING        PIC S9(3)V99.
01  CA-LINE-SUB                     PIC 9(4) COMP VALUE 0.
01  CA-LARGEST-LINE-SUB             PIC 9(4) COMP VALUE 0.
01  CA-LARGEST-PCT                  PIC 9(3)V99 VALUE 0.
01  CA-SOURCE-ACTUAL                PIC S9(11)V99 VALUE 0.
01  CA-ALLOCABLE-AMOUNT             PIC 9(11)V99 VALUE 0.
01  CA-ALLOCATED-TOTAL              PIC 9(11)V99 VALUE 0.
01  CA-ROUNDING-AMOUNT              PIC S9(11)V99 VALUE 0.
01  CA-SHARE-AMOUNT                 PIC 9(9)V99 VALUE 0.
01  CA-SOURCE-SIDE                  PIC X(01) VALUE SPACE.
01  CA-TARGET-SIDE                  PIC X(01) VALUE SPACE.
01  CA-BASE-RESULT                  PIC S9(9)V99 VALUE 0.
01  CA-PREVIOUS-RULE-ID             PIC X(08) VALUE SPACES.

01  CA-BATCH-NO                     PIC 9(8) VALUE 0.
01  CA-BATCH-ID                     PIC X(08) VALUE SPACES.

01  CA-AUDIT-READ-COUNT             PIC 9(7) VALUE 0.
01  CA-AUDIT-SELECTED-COUNT         PIC 9(7) VALUE 0.
01  CA-RULES-ALLOCATED-COUNT        PIC 9(4) VALUE 0.
01  CA-RULES-NO-ACTUALS-COUNT       PIC 9(4) VALUE 0.
01  CA-RULES-TOO-LARGE-COUNT        PIC 9(4) VALUE 0.
01  CA-LINES-WRITTEN-COUNT          PIC 9(6) VALUE 0.
01  CA-DEBIT-TOTAL                  PIC 9(11)V99 VALUE 0.
01  CA-CREDIT-TOTAL                 PIC 9(11)V99 VALUE 0.
01  CA-MESSAGE                      PIC X(100) VALUE SPACES.

01  CA-HDR1-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(30)
                        VALUE "COST ALLOCATION REGISTER".
    05  FILLER                      PIC X(10) VALUE SPACES.
    05  FILLER                      PIC X(10) VALUE "RUN DATE:".
    05  HDR-RUN-DATE                PIC X(10).

01  CA-HDR-PERIOD-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(08) VALUE "PERIOD:".
    05  HDP-PERIOD                  PIC 9(6).
    05  FILLER                      PIC X(04) VALUE SPACES.
    05  HDP-RUN-MODE                PIC X(30).

01  CA-HDR-BATCH-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(16) VALUE "JOURNAL BATCH:".
    05  HDB-BATCH-ID                PIC X(08).
    05  FILLER                      PIC X(04) VALUE SPACES.
    05  HDB-REVERSES-LABEL          PIC X(18).
    05  HDB-REVERSED-BATCH-ID       PIC X(08).

01  CA-HDR2-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(06) VALUE SPACES.
    05  FILLER                      PIC X(06) VALUE "DEPT".
    05  FILLER                      PIC X(22) VALUE "NAME".
    05  FILLER                      PIC X(12) VALUE "ACCOUNT".
    05  FILLER                      PIC X(09) VALUE "  PERCENT".
    05  FILLER                      PIC X(16) VALUE "           DEBIT".
    05  FILLER                      PIC X(16) VALUE "          CREDIT".
    05  FILLER                      PIC X(10) VALUE "  ROUNDING".

01  CA-RULE-HDR-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(06) VALUE "RULE".
    05  RHL-RULE-ID                 PIC X(08).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  RHL-DESCRIPTION             PIC X(30).

01  CA-DETAIL-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  DTL-DIRECTION               PIC X(06).
    05  DTL-DEPT-CODE               PIC X(04).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  DTL-DEPT-NAME               PIC X(20).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  DTL-ACCOUNT-NO              PIC X(10).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  DTL-PCT                     PIC ZZZZ9.99 BLANK WHEN ZERO.
    05  FILLER                      PIC X(01) VALUE SPACES.
    05  DTL-DEBIT                   PIC ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  DTL-CREDIT                  PIC ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
    05  FILLER                      PIC X(04) VALUE SPACES.
    05  DTL-ROUNDING                PIC ---9.99 BLANK WHEN ZERO.

01  CA-TOTAL-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(54) VALUE "JOURNAL TOTALS".
    05  TOT-DEBIT                   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  TOT-CREDIT                  PIC ZZ,ZZZ,ZZZ,ZZ9.99.

01  CA-EXCEPTION-HDR-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(40)
        VALUE "RULES NOT ALLOCATED".

01  CA-EXCEPTION-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(06) VALUE "RULE".
    05  EXC-RULE-ID                 PIC X(08).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  FILLER                      PIC X(08) VALUE "SOURCE".
    05  EXC-SOURCE-DEPT             PIC X(04).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  EXC-ACTUAL                  PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  EXC-REASON                  PIC X(40).

01  CA-SUMMARY-COUNT-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  SMC-LABEL                   PIC X(30).
    05  SMC-COUNT                   PIC Z,ZZZ,ZZ9.

01  CA-MESSAGE-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  MSG-TEXT                    PIC X(100).

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-INITIALIZE
        THRU 1000-EXIT.
    IF CA-IS-ALLOCATING
        PERFORM 2000-EDIT-RULES
            THRU 2000-EXIT
        PERFORM 2500-TALLY-ACTUALS
            THRU 2500-EXIT
        PERFORM 3000-ALLOCATE-ONE-RULE
            THRU 3000-EXIT
            VARYING CA-RULE-SUB FROM 1 BY 1
            UNTIL CA-RULE-SUB > CA-RULE-COUNT
    ELSE
        PERFORM 4000-LOAD-REVERSAL-LINES
            THRU 4000-EXIT
    END-IF.
    PERFORM 5000-WRITE-JOURNAL
        THRU 5000-EXIT.
    PERFORM 6000-PRINT-REGISTER
        THRU 6000-EXIT.
    PERFORM 9000-FINALIZE
        THRU 9000-EXIT.
    STOP RUN.

*> ----------------------------------------------------------------
*> 1000-INITIALIZE - settle what the run is to do and for which
*> period, open the register and the journal, prove the period
*> open, load the department master, and read the allocation
*> history for the period's standing journal, refusing a second
*> allocation (or a reversal with nothing to reverse) before
*> anything else is read.
*> ----------------------------------------------------------------
1000-INITIALIZE.
    ACCEPT CA-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
    ACCEPT CA-RUN-TIME FROM TIME.
    ACCEPT CA-USER-ID FROM ENVIRONMENT "USER".
    PERFORM 1400-READ-PARAMETERS
        THRU 1400-EXIT.
    OPEN OUTPUT PRINT-FILE.
    IF CA-PRINT-STATUS NOT = "00"
        DISPLAY "COSTALLOCATION: UNABLE TO OPEN RPTOUT, "
            "FILE STATUS = " CA-PRINT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT GL-FILE.
    IF CA-GL-STATUS NOT = "00"
        DISPLAY "COSTALLOCATION: UNABLE TO OPEN GLOUT, "
            "FILE STATUS = " CA-GL-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 1100-PRINT-REPORT-HEADERS
        THRU 1100-EXIT.
    PERFORM 1700-CHECK-PERIOD-OPEN
        THRU 1700-EXIT.
    PERFORM 1300-LOAD-DEPT-ACCOUNTS
        THRU 1300-EXIT.
    PERFORM 1800-READ-JOURNAL-HISTORY
        THRU 1800-EXIT.
    IF CA-IS-ALLOCATING
       AND CA-OUTSTANDING-BATCH-ID NOT = SPACES
        STRING "PERIOD "                  DELIMITED BY SIZE
               CA-PERIOD                  DELIMITED BY SIZE
               " IS ALREADY ALLOCATED BY JOURNAL "
                                          DELIMITED BY SIZE
               CA-OUTSTANDING-BATCH-ID    DELIMITED BY SIZE
               " - REVERSE IT BEFORE ALLOCATING AGAIN"
                                          DELIMITED BY SIZE
            INTO CA-MESSAGE
        END-STRING
        PERFORM 8000-REFUSE-RUN
            THRU 8000-EXIT
    END-IF.
    IF CA-IS-REVERSING
       AND CA-OUTSTANDING-BATCH-ID = SPACES
        STRING "PERIOD "                  DELIMITED BY SIZE
               CA-PERIOD                  DELIMITED BY SIZE
               " HAS NO ALLOCATION JOURNAL STANDING TO REVERSE"
                                          DELIMITED BY SIZE
            INTO CA-MESSAGE
        END-STRING
        PERFORM 8000-REFUSE-RUN
            THRU 8000-EXIT
    END-IF.
    IF CA-IS-ALLOCATING
        DISPLAY "COSTALLOCATION: ALLOCATING PERIOD " CA-PERIOD
    ELSE
        DISPLAY "COSTALLOCATION: REVERSING PERIOD " CA-PERIOD
            " JOURNAL " CA-OUTSTANDING-BATCH-ID
    END-IF.
1000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1100-PRINT-REPORT-HEADERS - write the register headings: the
*> run date, the period, and what the run is doing to it.
*> ----------------------------------------------------------------
1100-PRINT-REPORT-HEADERS.
    STRING CA-RUN-MM   DELIMITED BY SIZE
           "/"         DELIMITED BY SIZE
           CA-RUN-DD   DELIMITED BY SIZE
           "/"         DELIMITED BY SIZE
           CA-RUN-YYYY DELIMITED BY SIZE
        INTO HDR-RUN-DATE
    END-STRING.
    MOVE CA-PERIOD TO HDP-PERIOD.
    IF CA-IS-ALLOCATING
        MOVE "ALLOCATION" TO HDP-RUN-MODE
    ELSE
        MOVE "REVERSAL OF ALLOCATION" TO HDP-RUN-MODE
    END-IF.
    WRITE PRINT-LINE FROM CA-HDR1-LINE
        AFTER ADVANCING PAGE.
    WRITE PRINT-LINE FROM CA-HDR-PERIOD-LINE
        AFTER ADVANCING 2 LINES.
1100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1300-LOAD-DEPT-ACCOUNTS - table the department master: the
*> accounts the journal posts to and the names the register
*> prints, each with its actuals starting at zero.
*> ----------------------------------------------------------------
1300-LOAD-DEPT-ACCOUNTS.
    OPEN INPUT DEPT-FILE.
    IF CA-DEPT-STATUS NOT = "00"
        DISPLAY "COSTALLOCATION: UNABLE TO OPEN DEPTACCT, "
            "FILE STATUS = " CA-DEPT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 1310-LOAD-ONE-DEPT
        THRU 1310-EXIT
        UNTIL CA-DEPT-STATUS NOT = "00".
    CLOSE DEPT-FILE.
1300-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1310-LOAD-ONE-DEPT - read and table one department. A blank
*> code is skipped; an overfull table is a setup error worth
*> stopping the run for.
*> ----------------------------------------------------------------
1310-LOAD-ONE-DEPT.
    READ DEPT-FILE
        AT END
            GO TO 1310-EXIT
    END-READ.
    IF CA-DEPT-STATUS NOT = "00"
        GO TO 1310-EXIT
    END-IF.
    IF DEPT-CODE = SPACES
        GO TO 1310-EXIT
    END-IF.
    IF CA-DEPT-COUNT >= CA-MAX-DEPTS
        DISPLAY "COSTALLOCATION: MORE THAN " CA-MAX-DEPTS
            " DEPARTMENTS ON DEPTACCT"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO CA-DEPT-COUNT.
    MOVE DEPT-CODE TO CA-DEPT-CODE (CA-DEPT-COUNT).
    MOVE DEPT-GL-ACCOUNT TO CA-DEPT-GL-ACCOUNT (CA-DEPT-COUNT).
    MOVE DEPT-NAME TO CA-DEPT-NAME (CA-DEPT-COUNT).
    MOVE ZERO TO CA-DEPT-ACTUAL (CA-DEPT-COUNT).
1310-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1400-READ-PARAMETERS - read the KEYWORD=VALUE parameters from
*> CAPARM. Exactly one of ALLOCATE-PERIOD and REVERSE-PERIOD must
*> be given, as a real YYYYMM month; anything else stops the run
*> before a file is touched.
*> ----------------------------------------------------------------
1400-READ-PARAMETERS.
    OPEN INPUT PARM-FILE.
    IF CA-PARM-STATUS NOT = "00"
        DISPLAY "COSTALLOCATION: UNABLE TO OPEN CAPARM, "
            "FILE STATUS = " CA-PARM-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 1410-READ-ONE-PARAMETER
        THRU 1410-EXIT
        UNTIL END-OF-PARM-FILE.
    CLOSE PARM-FILE.
    IF CA-RUN-MODE = SPACE
        DISPLAY "COSTALLOCATION: ALLOCATE-PERIOD OR REVERSE-PERIOD "
            "IS REQUIRED"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
1400-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1410-READ-ONE-PARAMETER - read and apply one parameter record;
*> blank records and "*" comments are skipped. An unknown keyword,
*> a bad period, or a second period is refused.
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
    MOVE SPACES TO CA-PARM-KEYWORD.
    MOVE SPACES TO CA-PARM-VALUE.
    UNSTRING PARM-RECORD DELIMITED BY "="
        INTO CA-PARM-KEYWORD
             CA-PARM-VALUE
    END-UNSTRING.
    EVALUATE CA-PARM-KEYWORD
        WHEN "ALLOCATE-PERIOD"
        WHEN "REVERSE-PERIOD"
            MOVE CA-PARM-VALUE (1:6) TO CA-PARM-PERIOD-X
            IF CA-RUN-MODE NOT = SPACE
               OR CA-PARM-PERIOD-X IS NOT NUMERIC
               OR CA-PARM-PERIOD-MM < 1
               OR CA-PARM-PERIOD-MM > 12
                MOVE 16 TO RETURN-CODE
            ELSE
                MOVE CA-PARM-PERIOD-X TO CA-PERIOD
                IF CA-PARM-KEYWORD = "ALLOCATE-PERIOD"
                    SET CA-IS-ALLOCATING TO TRUE
                ELSE
                    SET CA-IS-REVERSING TO TRUE
                END-IF
            END-IF
        WHEN OTHER
            MOVE 16 TO RETURN-CODE
    END-EVALUATE.
    IF RETURN-CODE = 16
        DISPLAY "COSTALLOCATION: BAD PARAMETER RECORD: "
            PARM-RECORD
        STOP RUN
    END-IF.
1410-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1600-ASSIGN-BATCH-NUMBER - take the next batch number from the
*> BATCHNO control dataset and put the incremented number back, so
*> the journal carries its own identity through the GL extract
*> and the reconciliation. A missing dataset starts the numbering
*> at 1 and creates it; any other failure stops the run before
*> anything is written under an ambiguous number.
*> ----------------------------------------------------------------
1600-ASSIGN-BATCH-NUMBER.
    MOVE ZERO TO BNUM-LAST-BATCH-NO.
    OPEN INPUT BATCH-NO-FILE.
    IF CA-BNUM-STATUS = "00"
        READ BATCH-NO-FILE
            AT END
                MOVE ZERO TO BNUM-LAST-BATCH-NO
        END-READ
        CLOSE BATCH-NO-FILE
    ELSE
        IF CA-BNUM-STATUS NOT = "35"
            DISPLAY "COSTALLOCATION: UNABLE TO OPEN BATCHNO, "
                "FILE STATUS = " CA-BNUM-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.
    IF BNUM-LAST-BATCH-NO IS NOT NUMERIC
        MOVE ZERO TO BNUM-LAST-BATCH-NO
    END-IF.
    COMPUTE CA-BATCH-NO = BNUM-LAST-BATCH-NO + 1.
    MOVE CA-BATCH-NO TO BNUM-LAST-BATCH-NO.
    OPEN OUTPUT BATCH-NO-FILE.
    IF CA-BNUM-STATUS NOT = "00"
        DISPLAY "COSTALLOCATION: UNABLE TO REWRITE BATCHNO, "
            "FILE STATUS = " CA-BNUM-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    WRITE BNUM-RECORD.
    CLOSE BATCH-NO-FILE.
    MOVE CA-BATCH-NO TO CA-BATCH-ID.
    DISPLAY "COSTALLOCATION: BATCH NUMBER ASSIGNED: " CA-BATCH-NO.
1600-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1700-CHECK-PERIOD-OPEN - prove the period open on the posting-
*> period master: a journal into a closed period - or one not on
*> the master at all - would be refused on the ledger side, so the
*> run is refused here with RETURN-CODE 12. A missing PERDCTL
*> dataset means the shop is not running period control, and
*> every period is open.
*> ----------------------------------------------------------------
1700-CHECK-PERIOD-OPEN.
    OPEN INPUT PERIOD-FILE.
    IF CA-PERD-STATUS NOT = "00"
        GO TO 1700-EXIT
    END-IF.
    PERFORM 1710-CHECK-ONE-PERIOD
        THRU 1710-EXIT
        UNTIL END-OF-PERIOD-FILE
           OR PERIOD-IS-ON-MASTER.
    CLOSE PERIOD-FILE.
    IF PERIOD-IS-ON-MASTER
       AND PERIOD-IS-OPEN-FOR-POSTING
        GO TO 1700-EXIT
    END-IF.
    IF PERIOD-IS-ON-MASTER
        STRING "PERIOD "                  DELIMITED BY SIZE
               CA-PERIOD                  DELIMITED BY SIZE
               " IS CLOSED"               DELIMITED BY SIZE
            INTO CA-MESSAGE
        END-STRING
    ELSE
        STRING "PERIOD "                  DELIMITED BY SIZE
               CA-PERIOD                  DELIMITED BY SIZE
               " IS NOT ON THE PERIOD MASTER"
                                          DELIMITED BY SIZE
            INTO CA-MESSAGE
        END-STRING
    END-IF.
    PERFORM 8000-REFUSE-RUN
        THRU 8000-EXIT.
1700-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1710-CHECK-ONE-PERIOD - compare one period master record
*> against the run's period.
*> ----------------------------------------------------------------
1710-CHECK-ONE-PERIOD.
    READ PERIOD-FILE
        AT END
            SET END-OF-PERIOD-FILE TO TRUE
            GO TO 1710-EXIT
    END-READ.
    IF PERD-PERIOD IS NOT NUMERIC
        GO TO 1710-EXIT
    END-IF.
    IF PERD-PERIOD = CA-PERIOD
        SET PERIOD-IS-ON-MASTER TO TRUE
        IF PERIOD-IS-OPEN
            SET PERIOD-IS-OPEN-FOR-POSTING TO TRUE
        END-IF
    END-IF.
1710-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1800-READ-JOURNAL-HISTORY - read the allocation journal history
*> for the period's allocation journals and the reversals naming
*> them; the last one not reversed is the period's standing
*> allocation. A history not yet created (the first allocation)
*> holds nothing.
*> ----------------------------------------------------------------
1800-READ-JOURNAL-HISTORY.
    OPEN INPUT JOURNAL-FILE.
    IF CA-JRNL-STATUS = "35"
        GO TO 1800-EXIT
    END-IF.
    IF CA-JRNL-STATUS NOT = "00"
        DISPLAY "COSTALLOCATION: UNABLE TO OPEN ALOCJRNL, "
            "FILE STATUS = " CA-JRNL-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 1810-READ-ONE-HISTORY-LINE
        THRU 1810-EXIT
        UNTIL END-OF-JOURNAL-FILE.
    CLOSE JOURNAL-FILE.
    PERFORM 1850-CHECK-ONE-ALLOC-BATCH
        THRU 1850-EXIT
        VARYING CA-ALLOC-BATCH-SUB FROM 1 BY 1
        UNTIL CA-ALLOC-BATCH-SUB > CA-ALLOC-BATCH-COUNT.
1800-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1810-READ-ONE-HISTORY-LINE - note an allocation line for the
*> period under its journal, and mark the journal a reversal line
*> names as reversed. A reversal always follows the journal it
*> reverses on the history.
*> ----------------------------------------------------------------
1810-READ-ONE-HISTORY-LINE.
    READ JOURNAL-FILE
        AT END
            SET END-OF-JOURNAL-FILE TO TRUE
            GO TO 1810-EXIT
    END-READ.
    IF ALJ-IS-ALLOCATION
       AND ALJ-ACCT-PERIOD = CA-PERIOD
        MOVE ALJ-BATCH-ID TO CA-WORK-BATCH-ID
        PERFORM 1820-LOCATE-ALLOC-BATCH
            THRU 1820-EXIT
        IF CA-ACTIVE-BATCH-SUB > ZERO
            GO TO 1810-EXIT
        END-IF
        IF CA-ALLOC-BATCH-COUNT >= CA-MAX-ALLOC-BATCHES
            DISPLAY "COSTALLOCATION: MORE THAN "
                CA-MAX-ALLOC-BATCHES
                " ALLOCATION JOURNALS FOR THE PERIOD ON ALOCJRNL"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO CA-ALLOC-BATCH-COUNT
        MOVE ALJ-BATCH-ID TO CA-ALLOC-BATCH-ID (CA-ALLOC-BATCH-COUNT)
        MOVE 'N' TO CA-ALLOC-REVERSED-SWITCH (CA-ALLOC-BATCH-COUNT)
        GO TO 1810-EXIT
    END-IF.
    IF ALJ-IS-REVERSAL
        MOVE ALJ-REVERSED-BATCH-ID TO CA-WORK-BATCH-ID
        PERFORM 1820-LOCATE-ALLOC-BATCH
            THRU 1820-EXIT
        IF CA-ACTIVE-BATCH-SUB > ZERO
            SET ALLOC-BATCH-WAS-REVERSED (CA-ACTIVE-BATCH-SUB)
                TO TRUE
        END-IF
    END-IF.
1810-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1820-LOCATE-ALLOC-BATCH - set CA-ACTIVE-BATCH-SUB to the
*> period's allocation journal CA-WORK-BATCH-ID names, or zero.
*> ----------------------------------------------------------------
1820-LOCATE-ALLOC-BATCH.
    MOVE ZERO TO CA-ACTIVE-BATCH-SUB.
    PERFORM 1830-MATCH-ONE-ALLOC-BATCH
        THRU 1830-EXIT
        VARYING CA-ALLOC-BATCH-SUB FROM 1 BY 1
        UNTIL CA-ALLOC-BATCH-SUB > CA-ALLOC-BATCH-COUNT
           OR CA-ACTIVE-BATCH-SUB > ZERO.
1820-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1830-MATCH-ONE-ALLOC-BATCH - compare one tabled journal against
*> the batch being looked for.
*> ----------------------------------------------------------------
1830-MATCH-ONE-ALLOC-BATCH.
    IF CA-ALLOC-BATCH-ID (CA-ALLOC-BATCH-SUB) = CA-WORK-BATCH-ID
        MOVE CA-ALLOC-BATCH-SUB TO CA-ACTIVE-BATCH-SUB
    END-IF.
1830-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1850-CHECK-ONE-ALLOC-BATCH - a journal with no reversal is the
*> period's standing allocation.
*> ----------------------------------------------------------------
1850-CHECK-ONE-ALLOC-BATCH.
    IF NOT ALLOC-BATCH-WAS-REVERSED (CA-ALLOC-BATCH-SUB)
        MOVE CA-ALLOC-BATCH-ID (CA-ALLOC-BATCH-SUB)
            TO CA-OUTSTANDING-BATCH-ID
    END-IF.
1850-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2000-EDIT-RULES - load the rule master and hold every rule to
*> the edits again: a department can leave DEPTACCT after the
*> rules were loaded. One failing rule refuses the run, with
*> every failure listed, before anything is written.
*> ----------------------------------------------------------------
2000-EDIT-RULES.
    OPEN INPUT RULE-FILE.
    IF CA-ALOC-STATUS NOT = "00"
        DISPLAY "COSTALLOCATION: UNABLE TO OPEN ALLOCMST, "
            "FILE STATUS = " CA-ALOC-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 2010-LOAD-ONE-RULE
        THRU 2010-EXIT
        UNTIL CA-ALOC-STATUS NOT = "00".
    CLOSE RULE-FILE.
    PERFORM 2100-EDIT-ONE-RULE
        THRU 2100-EXIT
        VARYING CA-RULE-SUB FROM 1 BY 1
        UNTIL CA-RULE-SUB > CA-RULE-COUNT.
    IF CA-RULE-ERROR-COUNT > ZERO
        MOVE "ALLOCATION RULES FAILED THEIR EDIT - CORRECT AND RELOAD THE RULES"
            TO CA-MESSAGE
        PERFORM 8000-REFUSE-RUN
            THRU 8000-EXIT
    END-IF.
2000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2010-LOAD-ONE-RULE - read and table one rule.
*> ----------------------------------------------------------------
2010-LOAD-ONE-RULE.
    READ RULE-FILE
        AT END
            GO TO 2010-EXIT
    END-READ.
    IF CA-ALOC-STATUS NOT = "00"
        GO TO 2010-EXIT
    END-IF.
    IF ALOC-RULE-ID = SPACES
        GO TO 2010-EXIT
    END-IF.
    IF CA-RULE-COUNT >= CA-MAX-RULES
        DISPLAY "COSTALLOCATION: MORE THAN " CA-MAX-RULES
            " RULES ON ALLOCMST"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO CA-RULE-COUNT.
    MOVE ALOC-RECORD TO CA-RULE-IMAGE (CA-RULE-COUNT).
    MOVE SPACE TO CA-RULE-STATE (CA-RULE-COUNT).
2010-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2100-EDIT-ONE-RULE - the source and every target must be on
*> DEPTACCT and the percentages must total 100.00; a failure is
*> listed and counted.
*> ----------------------------------------------------------------
2100-EDIT-ONE-RULE.
    MOVE CA-RULE-IMAGE (CA-RULE-SUB) TO CA-ALOC-RECORD.
    MOVE SPACES TO CA-RULE-ERROR.
    MOVE CA-ALOC-SOURCE-DEPT TO CA-WORK-DEPT.
    PERFORM 2800-LOCATE-DEPT
        THRU 2800-EXIT.
    IF CA-ACTIVE-DEPT-SUB = ZERO
        MOVE "SOURCE DEPARTMENT IS NOT ON DEPTACCT" TO CA-RULE-ERROR
        GO TO 2100-REJECT
    END-IF.
    IF CA-ALOC-TARGET-COUNT IS NOT NUMERIC
       OR CA-ALOC-TARGET-COUNT < 1
       OR CA-ALOC-TARGET-COUNT > 20
        MOVE "TARGET COUNT IS NOT 01-20" TO CA-RULE-ERROR
        GO TO 2100-REJECT
    END-IF.
    MOVE ZERO TO CA-PCT-TOTAL.
    PERFORM 2200-EDIT-ONE-TARGET
        THRU 2200-EXIT
        VARYING CA-TARGET-SUB FROM 1 BY 1
        UNTIL CA-TARGET-SUB > CA-ALOC-TARGET-COUNT
           OR CA-RULE-ERROR NOT = SPACES.
    IF CA-RULE-ERROR NOT = SPACES
        GO TO 2100-REJECT
    END-IF.
    IF CA-PCT-TOTAL NOT = 100
        MOVE "PERCENTAGES DO NOT TOTAL 100.00" TO CA-RULE-ERROR
        GO TO 2100-REJECT
    END-IF.
    GO TO 2100-EXIT.
2100-REJECT.
    ADD 1 TO CA-RULE-ERROR-COUNT.
    MOVE SPACES TO MSG-TEXT.
    STRING "RULE "                        DELIMITED BY SIZE
           CA-ALOC-RULE-ID                DELIMITED BY SIZE
           " FAILS ITS EDIT: "            DELIMITED BY SIZE
           CA-RULE-ERROR                  DELIMITED BY SIZE
        INTO MSG-TEXT
    END-STRING.
    WRITE PRINT-LINE FROM CA-MESSAGE-LINE
        AFTER ADVANCING 1 LINE.
2100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2200-EDIT-ONE-TARGET - one target must be on DEPTACCT with a
*> numeric percentage, which joins the rule's total.
*> ----------------------------------------------------------------
2200-EDIT-ONE-TARGET.
    MOVE CA-TARGET-SUB TO CA-TARGET-NO-DISPLAY.
    MOVE CA-ALOC-TARGET-DEPT (CA-TARGET-SUB) TO CA-WORK-DEPT.
    PERFORM 2800-LOCATE-DEPT
        THRU 2800-EXIT.
    IF CA-ACTIVE-DEPT-SUB = ZERO
        STRING "TARGET "                  DELIMITED BY SIZE
               CA-TARGET-NO-DISPLAY       DELIMITED BY SIZE
               " IS NOT ON DEPTACCT"      DELIMITED BY SIZE
            INTO CA-RULE-ERROR
        END-STRING
        GO TO 2200-EXIT
    END-IF.
    IF CA-ALOC-TARGET-PCT (CA-TARGET-SUB) IS NOT NUMERIC
        STRING "TARGET "                  DELIMITED BY SIZE
               CA-TARGET-NO-DISPLAY       DELIMITED BY SIZE
               " PERCENTAGE IS NOT NUMERIC" DELIMITED BY SIZE
            INTO CA-RULE-ERROR
        END-STRING
        GO TO 2200-EXIT
    END-IF.
    ADD CA-ALOC-TARGET-PCT (CA-TARGET-SUB) TO CA-PCT-TOTAL.
2200-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2500-TALLY-ACTUALS - read the audit trail and add each
*> department's base results for the period to its actuals.
*> ----------------------------------------------------------------
2500-TALLY-ACTUALS.
    OPEN INPUT AUDIT-FILE.
    IF CA-AUDIT-STATUS NOT = "00"
        DISPLAY "COSTALLOCATION: UNABLE TO OPEN AUDITIN, "
            "FILE STATUS = " CA-AUDIT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 2510-TALLY-ONE-AUDIT-RECORD
        THRU 2510-EXIT
        UNTIL END-OF-AUDIT-FILE.
    CLOSE AUDIT-FILE.
2500-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2510-TALLY-ONE-AUDIT-RECORD - select one audit record into the
*> period's actuals, by the department statements' rules: the
*> keyed accounting period where the record carries one, the run
*> date's month where it does not, and the base-currency result
*> where there is one. A department not on DEPTACCT is the source
*> of no rule and is passed over.
*> ----------------------------------------------------------------
2510-TALLY-ONE-AUDIT-RECORD.
    READ AUDIT-FILE
        AT END
            SET END-OF-AUDIT-FILE TO TRUE
            GO TO 2510-EXIT
    END-READ.
    ADD 1 TO CA-AUDIT-READ-COUNT.
*> Supervisor release/refusal decision records and authorization
*> refusals ride the same trail but record a decision, not
*> departmental work.
    IF AUDIT-IS-A-RELEASE
       OR AUDIT-IS-A-REFUSAL
       OR AUDIT-IS-AN-AUTH-REFUSAL
        GO TO 2510-EXIT
    END-IF.
    IF AUDIT-ACCT-PERIOD IS NUMERIC
       AND AUDIT-ACCT-PERIOD NOT = ZERO
        MOVE AUDIT-ACCT-PERIOD TO CA-RECORD-PERIOD
    ELSE
        MOVE AUDIT-RUN-DATE (1:6) TO CA-RECORD-PERIOD
    END-IF.
    IF CA-RECORD-PERIOD NOT = CA-PERIOD
        GO TO 2510-EXIT
    END-IF.
    MOVE AUDIT-DEPT-CODE TO CA-WORK-DEPT.
    PERFORM 2800-LOCATE-DEPT
        THRU 2800-EXIT.
    IF CA-ACTIVE-DEPT-SUB = ZERO
        GO TO 2510-EXIT
    END-IF.
    ADD 1 TO CA-AUDIT-SELECTED-COUNT.
    IF AUDIT-BASE-RESULT IS NUMERIC
        MOVE AUDIT-BASE-RESULT TO CA-BASE-RESULT
    ELSE
        MOVE AUDIT-RESULT TO CA-BASE-RESULT
    END-IF.
    ADD CA-BASE-RESULT TO CA-DEPT-ACTUAL (CA-ACTIVE-DEPT-SUB).
2510-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2800-LOCATE-DEPT - set CA-ACTIVE-DEPT-SUB to CA-WORK-DEPT's
*> entry in the department table, or zero when it is not there.
*> ----------------------------------------------------------------
2800-LOCATE-DEPT.
    MOVE ZERO TO CA-ACTIVE-DEPT-SUB.
    PERFORM 2810-MATCH-ONE-DEPT
        THRU 2810-EXIT
        VARYING CA-DEPT-SUB FROM 1 BY 1
        UNTIL CA-DEPT-SUB > CA-DEPT-COUNT
           OR CA-ACTIVE-DEPT-SUB > ZERO.
2800-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2810-MATCH-ONE-DEPT - compare one tabled department against the
*> department being looked for.
*> ----------------------------------------------------------------
2810-MATCH-ONE-DEPT.
    IF CA-DEPT-CODE (CA-DEPT-SUB) = CA-WORK-DEPT
        MOVE CA-DEPT-SUB TO CA-ACTIVE-DEPT-SUB
    END-IF.
2810-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3000-ALLOCATE-ONE-RULE - build one rule's journal lines: the
*> source credited with its actuals, each target debited its
*> share cut to the cent, and the cents left over put on the
*> largest share. A source with no actuals for the period, or
*> actuals too large for a journal line, allocates nothing and is
*> listed.
*> ----------------------------------------------------------------
3000-ALLOCATE-ONE-RULE.
    MOVE CA-RULE-IMAGE (CA-RULE-SUB) TO CA-ALOC-RECORD.
    MOVE CA-ALOC-SOURCE-DEPT TO CA-WORK-DEPT.
    PERFORM 2800-LOCATE-DEPT
        THRU 2800-EXIT.
    MOVE CA-DEPT-ACTUAL (CA-ACTIVE-DEPT-SUB) TO CA-SOURCE-ACTUAL.
    IF CA-SOURCE-ACTUAL = ZERO
        SET RULE-HAD-NO-ACTUALS (CA-RULE-SUB) TO TRUE
        ADD 1 TO CA-RULES-NO-ACTUALS-COUNT
        GO TO 3000-EXIT
    END-IF.
    IF CA-SOURCE-ACTUAL < ZERO
        COMPUTE CA-ALLOCABLE-AMOUNT = 0 - CA-SOURCE-ACTUAL
        MOVE 'D' TO CA-SOURCE-SIDE
        MOVE 'C' TO CA-TARGET-SIDE
    ELSE
        MOVE CA-SOURCE-ACTUAL TO CA-ALLOCABLE-AMOUNT
        MOVE 'C' TO CA-SOURCE-SIDE
        MOVE 'D' TO CA-TARGET-SIDE
    END-IF.
    IF CA-ALLOCABLE-AMOUNT > 999999999.99
        SET RULE-IS-TOO-LARGE (CA-RULE-SUB) TO TRUE
        ADD 1 TO CA-RULES-TOO-LARGE-COUNT
        GO TO 3000-EXIT
    END-IF.
    ADD 1 TO CA-LINE-COUNT.
    MOVE CA-ALOC-RULE-ID TO CA-LINE-RULE-ID (CA-LINE-COUNT).
    MOVE CA-DEPT-CODE (CA-ACTIVE-DEPT-SUB)
        TO CA-LINE-DEPT-CODE (CA-LINE-COUNT).
    MOVE CA-DEPT-GL-ACCOUNT (CA-ACTIVE-DEPT-SUB)
        TO CA-LINE-ACCOUNT-NO (CA-LINE-COUNT).
    MOVE CA-SOURCE-SIDE TO CA-LINE-DEBIT-CREDIT (CA-LINE-COUNT).
    MOVE CA-ALLOCABLE-AMOUNT TO CA-LINE-AMOUNT (CA-LINE-COUNT).
    MOVE ZERO TO CA-LINE-PCT (CA-LINE-COUNT).
    MOVE ZERO TO CA-LINE-ROUNDING (CA-LINE-COUNT).
    MOVE ZERO TO CA-ALLOCATED-TOTAL.
    MOVE ZERO TO CA-LARGEST-PCT.
    MOVE ZERO TO CA-LARGEST-LINE-SUB.
    PERFORM 3100-ALLOCATE-ONE-TARGET
        THRU 3100-EXIT
        VARYING CA-TARGET-SUB FROM 1 BY 1
        UNTIL CA-TARGET-SUB > CA-ALOC-TARGET-COUNT.
    COMPUTE CA-ROUNDING-AMOUNT =
        CA-ALLOCABLE-AMOUNT - CA-ALLOCATED-TOTAL.
    ADD CA-ROUNDING-AMOUNT TO CA-LINE-AMOUNT (CA-LARGEST-LINE-SUB).
    MOVE CA-ROUNDING-AMOUNT
        TO CA-LINE-ROUNDING (CA-LARGEST-LINE-SUB).
    SET RULE-WAS-ALLOCATED (CA-RULE-SUB) TO TRUE.
    ADD 1 TO CA-RULES-ALLOCATED-COUNT.
3000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3100-ALLOCATE-ONE-TARGET - one target's share of the source's
*> actuals, cut to the cent - the cents dropped are made up on
*> the largest share, so the adjustment is never negative and
*> never takes a share below zero. The first target with the
*> largest percentage is remembered for the rounding.
*> ----------------------------------------------------------------
3100-ALLOCATE-ONE-TARGET.
    MOVE CA-ALOC-TARGET-DEPT (CA-TARGET-SUB) TO CA-WORK-DEPT.
    PERFORM 2800-LOCATE-DEPT
        THRU 2800-EXIT.
    COMPUTE CA-SHARE-AMOUNT =
        CA-ALLOCABLE-AMOUNT * CA-ALOC-TARGET-PCT (CA-TARGET-SUB) / 100.
    ADD CA-SHARE-AMOUNT TO CA-ALLOCATED-TOTAL.
    ADD 1 TO CA-LINE-COUNT.
    MOVE CA-ALOC-RULE-ID TO CA-LINE-RULE-ID (CA-LINE-COUNT).
    MOVE CA-DEPT-CODE (CA-ACTIVE-DEPT-SUB)
        TO CA-LINE-DEPT-CODE (CA-LINE-COUNT).
    MOVE CA-DEPT-GL-ACCOUNT (CA-ACTIVE-DEPT-SUB)
        TO CA-LINE-ACCOUNT-NO (CA-LINE-COUNT).
    MOVE CA-TARGET-SIDE TO CA-LINE-DEBIT-CREDIT (CA-LINE-COUNT).
    MOVE CA-SHARE-AMOUNT TO CA-LINE-AMOUNT (CA-LINE-COUNT).
    MOVE CA-ALOC-TARGET-PCT (CA-TARGET-SUB)
        TO CA-LINE-PCT (CA-LINE-COUNT).
    MOVE ZERO TO CA-LINE-ROUNDING (CA-LINE-COUNT).
    IF CA-ALOC-TARGET-PCT (CA-TARGET-SUB) > CA-LARGEST-PCT
        MOVE CA-ALOC-TARGET-PCT (CA-TARGET-SUB) TO CA-LARGEST-PCT
        MOVE CA-LINE-COUNT TO CA-LARGEST-LINE-SUB
    END-IF.
3100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 4000-LOAD-REVERSAL-LINES - read the standing allocation
*> journal's lines back off the history, each with its side turned
*> over.
*> ----------------------------------------------------------------
4000-LOAD-REVERSAL-LINES.
    MOVE 'N' TO CA-JRNL-EOF-SWITCH.
    OPEN INPUT JOURNAL-FILE.
    IF CA-JRNL-STATUS NOT = "00"
        DISPLAY "COSTALLOCATION: UNABLE TO OPEN ALOCJRNL, "
            "FILE STATUS = " CA-JRNL-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 4100-LOAD-ONE-REVERSAL-LINE
        THRU 4100-EXIT
        UNTIL END-OF-JOURNAL-FILE.
    CLOSE JOURNAL-FILE.
4000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 4100-LOAD-ONE-REVERSAL-LINE - table one line of the journal
*> being reversed, debit for credit.
*> ----------------------------------------------------------------
4100-LOAD-ONE-REVERSAL-LINE.
    READ JOURNAL-FILE
        AT END
            SET END-OF-JOURNAL-FILE TO TRUE
            GO TO 4100-EXIT
    END-READ.
    IF NOT ALJ-IS-ALLOCATION
       OR ALJ-BATCH-ID NOT = CA-OUTSTANDING-BATCH-ID
        GO TO 4100-EXIT
    END-IF.
    IF CA-LINE-COUNT >= CA-MAX-LINES
        DISPLAY "COSTALLOCATION: MORE THAN " CA-MAX-LINES
            " LINES IN JOURNAL " CA-OUTSTANDING-BATCH-ID
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO CA-LINE-COUNT.
    MOVE ALJ-RULE-ID TO CA-LINE-RULE-ID (CA-LINE-COUNT).
    MOVE ALJ-DEPT-CODE TO CA-LINE-DEPT-CODE (CA-LINE-COUNT).
    MOVE ALJ-ACCOUNT-NO TO CA-LINE-ACCOUNT-NO (CA-LINE-COUNT).
    IF ALJ-IS-DEBIT
        SET LINE-IS-CREDIT (CA-LINE-COUNT) TO TRUE
    ELSE
        SET LINE-IS-DEBIT (CA-LINE-COUNT) TO TRUE
    END-IF.
    MOVE ALJ-AMOUNT TO CA-LINE-AMOUNT (CA-LINE-COUNT).
    MOVE ALJ-TARGET-PCT TO CA-LINE-PCT (CA-LINE-COUNT).
    MOVE ZERO TO CA-LINE-ROUNDING (CA-LINE-COUNT).
4100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 5000-WRITE-JOURNAL - when the journal has lines, draw its batch
*> number and write every line to GLOUT and to the allocation
*> journal history. An empty journal draws no number and writes
*> nothing.
*> ----------------------------------------------------------------
5000-WRITE-JOURNAL.
    IF CA-LINE-COUNT = ZERO
        GO TO 5000-EXIT
    END-IF.
    PERFORM 1600-ASSIGN-BATCH-NUMBER
        THRU 1600-EXIT.
    OPEN EXTEND JOURNAL-FILE.
    IF CA-JRNL-STATUS = "35"
        OPEN OUTPUT JOURNAL-FILE
    END-IF.
    IF CA-JRNL-STATUS NOT = "00"
        DISPLAY "COSTALLOCATION: UNABLE TO OPEN ALOCJRNL, "
            "FILE STATUS = " CA-JRNL-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 5100-WRITE-ONE-LINE
        THRU 5100-EXIT
        VARYING CA-LINE-SUB FROM 1 BY 1
        UNTIL CA-LINE-SUB > CA-LINE-COUNT.
    CLOSE JOURNAL-FILE.
5000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 5100-WRITE-ONE-LINE - write one journal line to GLOUT and its
*> history record. A share that rounds to nothing is left out of
*> both: the ledger takes no zero postings.
*> ----------------------------------------------------------------
5100-WRITE-ONE-LINE.
    IF CA-LINE-AMOUNT (CA-LINE-SUB) = ZERO
        GO TO 5100-EXIT
    END-IF.
    MOVE CA-BATCH-ID TO GL-BATCH-ID.
    MOVE CA-RUN-DATE-YYYYMMDD TO GL-RUN-DATE.
    MOVE CA-LINE-ACCOUNT-NO (CA-LINE-SUB) TO GL-ACCOUNT-NO.
    MOVE CA-LINE-DEBIT-CREDIT (CA-LINE-SUB) TO GL-DEBIT-CREDIT.
    MOVE CA-LINE-AMOUNT (CA-LINE-SUB) TO GL-AMOUNT.
    MOVE SPACES TO GL-DESCRIPTION.
    IF CA-IS-ALLOCATING
        STRING "ALLOC "                       DELIMITED BY SIZE
               CA-LINE-RULE-ID (CA-LINE-SUB)  DELIMITED BY SIZE
               " "                            DELIMITED BY SIZE
               CA-LINE-DEPT-CODE (CA-LINE-SUB) DELIMITED BY SIZE
            INTO GL-DESCRIPTION
        END-STRING
    ELSE
        STRING "REV "                         DELIMITED BY SIZE
               CA-OUTSTANDING-BATCH-ID        DELIMITED BY SIZE
               " "                            DELIMITED BY SIZE
               CA-LINE-RULE-ID (CA-LINE-SUB)  DELIMITED BY SIZE
               " "                            DELIMITED BY SIZE
               CA-LINE-DEPT-CODE (CA-LINE-SUB) DELIMITED BY SIZE
            INTO GL-DESCRIPTION
        END-STRING
    END-IF.
    MOVE CA-PERIOD TO GL-ACCT-PERIOD.
    WRITE GL-RECORD.
    MOVE CA-PERIOD TO ALJ-ACCT-PERIOD.
    MOVE CA-BATCH-ID TO ALJ-BATCH-ID.
    IF CA-IS-ALLOCATING
        SET ALJ-IS-ALLOCATION TO TRUE
        MOVE SPACES TO ALJ-REVERSED-BATCH-ID
    ELSE
        SET ALJ-IS-REVERSAL TO TRUE
        MOVE CA-OUTSTANDING-BATCH-ID TO ALJ-REVERSED-BATCH-ID
    END-IF.
    MOVE CA-RUN-DATE-YYYYMMDD TO ALJ-RUN-DATE.
    MOVE CA-RUN-TIME TO ALJ-RUN-TIME.
    MOVE CA-USER-ID TO ALJ-USER-ID.
    MOVE CA-LINE-RULE-ID (CA-LINE-SUB) TO ALJ-RULE-ID.
    MOVE CA-LINE-DEPT-CODE (CA-LINE-SUB) TO ALJ-DEPT-CODE.
    MOVE CA-LINE-ACCOUNT-NO (CA-LINE-SUB) TO ALJ-ACCOUNT-NO.
    MOVE CA-LINE-DEBIT-CREDIT (CA-LINE-SUB) TO ALJ-DEBIT-CREDIT.
    MOVE CA-LINE-AMOUNT (CA-LINE-SUB) TO ALJ-AMOUNT.
    MOVE CA-LINE-PCT (CA-LINE-SUB) TO ALJ-TARGET-PCT.
    WRITE ALJ-RECORD.
    ADD 1 TO CA-LINES-WRITTEN-COUNT.
    IF LINE-IS-DEBIT (CA-LINE-SUB)
        ADD CA-LINE-AMOUNT (CA-LINE-SUB) TO CA-DEBIT-TOTAL
    ELSE
        ADD CA-LINE-AMOUNT (CA-LINE-SUB) TO CA-CREDIT-TOTAL
    END-IF.
5100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 6000-PRINT-REGISTER - print the journal written, rule by rule,
*> with its totals, then the rules that allocated nothing.
*> ----------------------------------------------------------------
6000-PRINT-REGISTER.
    IF CA-LINES-WRITTEN-COUNT = ZERO
        MOVE "NO ALLOCATION JOURNAL WRITTEN" TO MSG-TEXT
        WRITE PRINT-LINE FROM CA-MESSAGE-LINE
            AFTER ADVANCING 2 LINES
    ELSE
        MOVE CA-BATCH-ID TO HDB-BATCH-ID
        IF CA-IS-REVERSING
            MOVE "REVERSES JOURNAL:" TO HDB-REVERSES-LABEL
            MOVE CA-OUTSTANDING-BATCH-ID TO HDB-REVERSED-BATCH-ID
        ELSE
            MOVE SPACES TO HDB-REVERSES-LABEL
            MOVE SPACES TO HDB-REVERSED-BATCH-ID
        END-IF
        WRITE PRINT-LINE FROM CA-HDR-BATCH-LINE
            AFTER ADVANCING 1 LINE
        WRITE PRINT-LINE FROM CA-HDR2-LINE
            AFTER ADVANCING 2 LINES
        PERFORM 6100-PRINT-ONE-LINE
            THRU 6100-EXIT
            VARYING CA-LINE-SUB FROM 1 BY 1
            UNTIL CA-LINE-SUB > CA-LINE-COUNT
        MOVE CA-DEBIT-TOTAL TO TOT-DEBIT
        MOVE CA-CREDIT-TOTAL TO TOT-CREDIT
        WRITE PRINT-LINE FROM CA-TOTAL-LINE
            AFTER ADVANCING 2 LINES
    END-IF.
    IF CA-RULES-NO-ACTUALS-COUNT > ZERO
       OR CA-RULES-TOO-LARGE-COUNT > ZERO
        WRITE PRINT-LINE FROM CA-EXCEPTION-HDR-LINE
            AFTER ADVANCING 2 LINES
        PERFORM 6200-PRINT-ONE-EXCEPTION
            THRU 6200-EXIT
            VARYING CA-RULE-SUB FROM 1 BY 1
            UNTIL CA-RULE-SUB > CA-RULE-COUNT
    END-IF.
6000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 6100-PRINT-ONE-LINE - print one journal line under its rule's
*> heading; the heading prints when the rule changes.
*> ----------------------------------------------------------------
6100-PRINT-ONE-LINE.
    IF CA-LINE-AMOUNT (CA-LINE-SUB) = ZERO
        GO TO 6100-EXIT
    END-IF.
    IF CA-LINE-RULE-ID (CA-LINE-SUB) NOT = CA-PREVIOUS-RULE-ID
        MOVE CA-LINE-RULE-ID (CA-LINE-SUB) TO CA-PREVIOUS-RULE-ID
        MOVE CA-PREVIOUS-RULE-ID TO RHL-RULE-ID
        MOVE SPACES TO RHL-DESCRIPTION
        PERFORM 6110-FIND-RULE-DESCRIPTION
            THRU 6110-EXIT
            VARYING CA-RULE-SUB FROM 1 BY 1
            UNTIL CA-RULE-SUB > CA-RULE-COUNT
        WRITE PRINT-LINE FROM CA-RULE-HDR-LINE
            AFTER ADVANCING 2 LINES
    END-IF.
    MOVE CA-LINE-DEPT-CODE (CA-LINE-SUB) TO CA-WORK-DEPT.
    PERFORM 2800-LOCATE-DEPT
        THRU 2800-EXIT.
    IF CA-ACTIVE-DEPT-SUB > ZERO
        MOVE CA-DEPT-NAME (CA-ACTIVE-DEPT-SUB) TO DTL-DEPT-NAME
    ELSE
        MOVE "*** NOT ON DEPTACCT" TO DTL-DEPT-NAME
    END-IF.
    IF CA-LINE-PCT (CA-LINE-SUB) = ZERO
        MOVE "FROM" TO DTL-DIRECTION
    ELSE
        MOVE "  TO" TO DTL-DIRECTION
    END-IF.
    MOVE CA-LINE-DEPT-CODE (CA-LINE-SUB) TO DTL-DEPT-CODE.
    MOVE CA-LINE-ACCOUNT-NO (CA-LINE-SUB) TO DTL-ACCOUNT-NO.
    MOVE CA-LINE-PCT (CA-LINE-SUB) TO DTL-PCT.
    IF LINE-IS-DEBIT (CA-LINE-SUB)
        MOVE CA-LINE-AMOUNT (CA-LINE-SUB) TO DTL-DEBIT
        MOVE ZERO TO DTL-CREDIT
    ELSE
        MOVE ZERO TO DTL-DEBIT
        MOVE CA-LINE-AMOUNT (CA-LINE-SUB) TO DTL-CREDIT
    END-IF.
    MOVE CA-LINE-ROUNDING (CA-LINE-SUB) TO DTL-ROUNDING.
    WRITE PRINT-LINE FROM CA-DETAIL-LINE
        AFTER ADVANCING 1 LINE.
6100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 6110-FIND-RULE-DESCRIPTION - take the rule's description off
*> the rule master for its heading (a reversal reads no master,
*> and prints the rule id alone).
*> ----------------------------------------------------------------
6110-FIND-RULE-DESCRIPTION.
    IF CA-RULE-IMAGE (CA-RULE-SUB) (1:8) = CA-PREVIOUS-RULE-ID
        MOVE CA-RULE-IMAGE (CA-RULE-SUB) (9:30) TO RHL-DESCRIPTION
    END-IF.
6110-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 6200-PRINT-ONE-EXCEPTION - list a rule that allocated nothing,
*> with its source's actuals and why.
*> ----------------------------------------------------------------
6200-PRINT-ONE-EXCEPTION.
    IF NOT RULE-HAD-NO-ACTUALS (CA-RULE-SUB)
       AND NOT RULE-IS-TOO-LARGE (CA-RULE-SUB)
        GO TO 6200-EXIT
    END-IF.
    MOVE CA-RULE-IMAGE (CA-RULE-SUB) TO CA-ALOC-RECORD.
    MOVE CA-ALOC-RULE-ID TO EXC-RULE-ID.
    MOVE CA-ALOC-SOURCE-DEPT TO EXC-SOURCE-DEPT.
    MOVE CA-ALOC-SOURCE-DEPT TO CA-WORK-DEPT.
    PERFORM 2800-LOCATE-DEPT
        THRU 2800-EXIT.
    MOVE CA-DEPT-ACTUAL (CA-ACTIVE-DEPT-SUB) TO EXC-ACTUAL.
    IF RULE-HAD-NO-ACTUALS (CA-RULE-SUB)
        MOVE "NO ACTUALS FOR THE PERIOD" TO EXC-REASON
    ELSE
        MOVE "ACTUALS TOO LARGE FOR ONE JOURNAL LINE" TO EXC-REASON
    END-IF.
    WRITE PRINT-LINE FROM CA-EXCEPTION-LINE
        AFTER ADVANCING 1 LINE.
6200-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 8000-REFUSE-RUN - print why the run was refused and end it
*> RC 12: the journal is closed empty and nothing else written.
*> ----------------------------------------------------------------
8000-REFUSE-RUN.
    MOVE CA-MESSAGE TO MSG-TEXT.
    WRITE PRINT-LINE FROM CA-MESSAGE-LINE
        AFTER ADVANCING 2 LINES.
    MOVE "*** RUN REFUSED - NO JOURNAL WAS WRITTEN ***" TO MSG-TEXT.
    WRITE PRINT-LINE FROM CA-MESSAGE-LINE
        AFTER ADVANCING 2 LINES.
    CLOSE GL-FILE.
    CLOSE PRINT-FILE.
    DISPLAY "COSTALLOCATION: " CA-MESSAGE.
    MOVE 12 TO RETURN-CODE.
    STOP RUN.
8000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 9000-FINALIZE - print the run accounting, close the files, and
*> set the return code.
*> ----------------------------------------------------------------
9000-FINALIZE.
    IF CA-IS-ALLOCATING
        MOVE "AUDIT RECORDS READ:" TO SMC-LABEL
        MOVE CA-AUDIT-READ-COUNT TO SMC-COUNT
        WRITE PRINT-LINE FROM CA-SUMMARY-COUNT-LINE
            AFTER ADVANCING 2 LINES
        MOVE "AUDIT RECORDS IN PERIOD:" TO SMC-LABEL
        MOVE CA-AUDIT-SELECTED-COUNT TO SMC-COUNT
        WRITE PRINT-LINE FROM CA-SUMMARY-COUNT-LINE
            AFTER ADVANCING 1 LINE
        MOVE "RULES ON MASTER:" TO SMC-LABEL
        MOVE CA-RULE-COUNT TO SMC-COUNT
        WRITE PRINT-LINE FROM CA-SUMMARY-COUNT-LINE
            AFTER ADVANCING 1 LINE
        MOVE "RULES ALLOCATED:" TO SMC-LABEL
        MOVE CA-RULES-ALLOCATED-COUNT TO SMC-COUNT
        WRITE PRINT-LINE FROM CA-SUMMARY-COUNT-LINE
            AFTER ADVANCING 1 LINE
        MOVE "RULES NOT ALLOCATED:" TO SMC-LABEL
        COMPUTE SMC-COUNT = CA-RULES-NO-ACTUALS-COUNT
            + CA-RULES-TOO-LARGE-COUNT
        WRITE PRINT-LINE FROM CA-SUMMARY-COUNT-LINE
            AFTER ADVANCING 1 LINE
    END-IF.
    MOVE "JOURNAL LINES WRITTEN:" TO SMC-LABEL.
    MOVE CA-LINES-WRITTEN-COUNT TO SMC-COUNT.
    WRITE PRINT-LINE FROM CA-SUMMARY-COUNT-LINE
        AFTER ADVANCING 1 LINE.
    CLOSE GL-FILE.
    CLOSE PRINT-FILE.
    IF CA-LINES-WRITTEN-COUNT = ZERO
       OR CA-RULES-TOO-LARGE-COUNT > ZERO
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE ZERO TO RETURN-CODE
    END-IF.
    DISPLAY "COSTALLOCATION: JOURNAL LINES WRITTEN: "
        CA-LINES-WRITTEN-COUNT.
9000-EXIT.
    EXIT.
