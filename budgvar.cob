       >>SOURCE FORMAT FREE
*> ================================================================
*> BudgetVariance
*> Monthly budget-versus-actual report by department. Sets each
*> department's actual for the report month and for the year to
*> date against its budget from the department budget master
*> (BUDGMSTR), shows the variance in amount and percent, and flags
*> every department whose variance is beyond the threshold, so
*> overspending is on a department head's desk the month it
*> happens instead of at quarter-end.
*>
*> Actuals are read from the audit trail (live AUDITOUT plus
*> whatever AUDITARCH generations cover the year, concatenated on
*> AUDITIN in any order - nothing here depends on the order) by
*> the same rules as DeptStatements, so the month's actual ties to
*> the department's statement: the record's accounting period
*> (falling back to its run date's month for records written
*> before the period was carried), its base-currency result
*> (falling back to the keyed result for records audited before
*> the conversion trace existed), and its department code, a
*> blank code belonging to the "****" unassigned bucket. Release
*> and refusal decisions and authorization refusals are passed
*> over - they record a decision, not work. The year to date runs
*> from period YYYY01 through the report period, for actuals and
*> budget alike.
*>
*> One line prints per department: every department on DEPTACCT
*> in master order, then any code met on the budget or the trail
*> that the master does not carry, then the "****" unassigned
*> bucket on its own line - it is never budgeted, so any work
*> there shows as unbudgeted - and a grand total. Variance is
*> actual less budget, so a positive variance is spending over
*> budget. The percent is the variance over the budget; a zero
*> budget has no percent (N/A), and a percent too wide to print
*> shows as asterisks. Amounts print in whole currency units.
*>
*> A department is flagged for the month, the year to date, or
*> both when its variance percent is beyond the threshold either
*> way, or it has actuals against no budget at all; a department
*> with actuals and no budget for the whole year to date is
*> flagged UNBUDGETED instead.
*>
*> Parameters:
*>   REPORT-PERIOD=YYYYMM   the accounting period to report
*>                          (required)
*>   VARIANCE-PCT=NNNNN     the flag threshold, percent, as
*>                          9(3)V99, e.g. 01000 for 10.00
*>                          (default 10.00)
*>
*> RETURN-CODE: 0 clean, 4 at least one department was flagged or
*> the trail had nothing in the year to date (a mistyped period),
*> 16 a file failed to open or a parameter failed its edit.
*>
*> Modification history:
*>   - Written so each department's spending is set against its
*>     budget every month, with the departments beyond tolerance
*>     flagged, instead of overspending surfacing at quarter-end.
*> ================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. BudgetVariance.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AUDIT-FILE ASSIGN TO AUDITIN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BV-AUDIT-STATUS.

    SELECT BUDGET-FILE ASSIGN TO BUDGMSTR
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BV-BUDG-STATUS.

    SELECT DEPT-FILE ASSIGN TO DEPTACCT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BV-DEPT-STATUS.

    SELECT PARM-FILE ASSIGN TO BVPARM
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BV-PARM-STATUS.

    SELECT PRINT-FILE ASSIGN TO RPTOUT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BV-PRINT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  AUDIT-FILE
    LABEL RECORDS ARE OMITTED.
    COPY AUDITREC.

FD  BUDGET-FILE
    LABEL RECORDS ARE OMITTED.
    COPY BUDGREC.

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
01  BV-SWITCHES.
    05  BV-AUDIT-EOF-SWITCH         PIC X(01) VALUE 'N'.
        88  END-OF-AUDIT-FILE               VALUE 'Y'.
    05  BV-PARM-EOF-SWITCH          PIC X(01) VALUE 'N'.
        88  END-OF-PARM-FILE                VALUE 'Y'.
    05  BV-PERIOD-SWITCH            PIC X(01) VALUE 'N'.
        88  PERIOD-WAS-SUPPLIED             VALUE 'Y'.
    05  BV-MONTH-FLAG-SWITCH        PIC X(01) VALUE 'N'.
        88  MONTH-IS-BEYOND                 VALUE 'Y'.
    05  BV-YTD-FLAG-SWITCH          PIC X(01) VALUE 'N'.
        88  YTD-IS-BEYOND                   VALUE 'Y'.
    05  BV-BEYOND-SWITCH            PIC X(01) VALUE 'N'.
        88  VARIANCE-IS-BEYOND              VALUE 'Y'.

01  BV-AUDIT-STATUS                 PIC X(02) VALUE SPACES.
01  BV-BUDG-STATUS                  PIC X(02) VALUE SPACES.
01  BV-DEPT-STATUS                  PIC X(02) VALUE SPACES.
01  BV-PARM-STATUS                  PIC X(02) VALUE SPACES.
01  BV-PRINT-STATUS                 PIC X(02) VALUE SPACES.

01  BV-PARM-KEYWORD                 PIC X(30) VALUE SPACES.
01  BV-PARM-VALUE                   PIC X(50) VALUE SPACES.
01  BV-PARM-PCT-X                   PIC X(05) VALUE SPACES.
01  BV-PARM-PCT REDEFINES BV-PARM-PCT-X
                                    PIC 9(3)V99.

*> The report period and the first period of its year; a record
*> or budget line counts toward the year to date when its period
*> falls from the one through the other.
01  BV-REPORT-PERIOD                PIC 9(6) VALUE 0.
01  BV-REPORT-PERIOD-X REDEFINES BV-REPORT-PERIOD.
    05  BV-REPORT-YYYY              PIC 9(4).
    05  BV-REPORT-MM                PIC 9(2).
01  BV-YEAR-START-PERIOD            PIC 9(6) VALUE 0.
01  BV-RECORD-PERIOD                PIC 9(6) VALUE 0.
01  BV-THRESHOLD-PCT                PIC 9(3)V99 VALUE 10.00.

01  BV-RUN-DATE-FIELDS.
    05  BV-RUN-DATE-YYYYMMDD        PIC 9(8).
    05  BV-RUN-DATE-X REDEFINES BV-RUN-DATE-YYYYMMDD.
        10  BV-RUN-YYYY             PIC 9(4).
        10  BV-RUN-MM               PIC 9(2).
        10  BV-RUN-DD               PIC 9(2).
01  BV-RUN-DATE-DISPLAY             PIC X(10).

*> The amount a record actually posted to the GL, by the same rule
*> DeptStatements applies, so the month's actual ties to the
*> department's statement total.
01  BV-BASE-RESULT                  PIC S9(9)V99 VALUE 0.

*> The department master, for the names and the order the report
*> prints in.
01  BV-DEPT-TABLE-AREA.
    05  BV-DEPT-COUNT               PIC 9(2) COMP VALUE 0.
    05  BV-MAX-DEPTS                PIC 9(2) COMP VALUE 50.
    05  BV-DEPT-ENTRY OCCURS 50 TIMES.
        10  BV-DEPT-CODE            PIC X(04).
        10  BV-DEPT-NAME            PIC X(20).
01  BV-DEPT-SUB                     PIC 9(2) COMP VALUE 0.
01  BV-ACTIVE-DEPT-SUB              PIC 9(2) COMP VALUE 0.

*> One report line per department: seeded from DEPTACCT in master
*> order, then grown as the budget and the trail turn up codes the
*> master does not carry. "****" is kept here with the rest and
*> printed last.
01  BV-LINE-TABLE-AREA.
    05  BV-LINE-COUNT               PIC 9(2) COMP VALUE 0.
    05  BV-MAX-LINES                PIC 9(2) COMP VALUE 99.
    05  BV-LINE-ENTRY OCCURS 99 TIMES.
        10  BV-LINE-DEPT-CODE       PIC X(04).
        10  BV-LINE-MONTH-ACTUAL    PIC S9(11)V99.
        10  BV-LINE-MONTH-BUDGET    PIC S9(11)V99.
        10  BV-LINE-YTD-ACTUAL      PIC S9(11)V99.
        10  BV-LINE-YTD-BUDGET      PIC S9(11)V99.
01  BV-LINE-SUB                     PIC 9(2) COMP VALUE 0.
01  BV-ACTIVE-LINE-SUB              PIC 9(2) COMP VALUE 0.
01  BV-WORK-DEPT                    PIC X(04) VALUE SPACES.

*> The figures for the line being printed, and the report totals.
01  BV-PRINT-FIGURES.
    05  BV-PRT-MONTH-ACTUAL         PIC S9(11)V99 VALUE 0.
    05  BV-PRT-MONTH-BUDGET         PIC S9(11)V99 VALUE 0.
    05  BV-PRT-YTD-ACTUAL           PIC S9(11)V99 VALUE 0.
    05  BV-PRT-YTD-BUDGET           PIC S9(11)V99 VALUE 0.
01  BV-TOTAL-FIGURES.
    05  BV-TOT-MONTH-ACTUAL         PIC S9(11)V99 VALUE 0.
    05  BV-TOT-MONTH-BUDGET         PIC S9(11)V99 VALUE 0.
    05  BV-TOT-YTD-ACTUAL           PIC S9(11)V99 VALUE 0.
    05  BV-TOT-YTD-BUDGET           PIC S9(11)V99 VALUE 0.

*> Variance work: the pair being compared, their variance and
*> percent, and whether the percent could be printed.
01  BV-CMP-ACTUAL                   PIC S9(11)V99 VALUE 0.
01  BV-CMP-BUDGET                   PIC S9(11)V99 VALUE 0.
01  BV-CMP-VARIANCE                 PIC S9(11)V99 VALUE 0.
01  BV-CMP-PCT                      PIC S9(4)V9 VALUE 0.
01  BV-CMP-PCT-SWITCH               PIC X(01) VALUE 'N'.
    88  PCT-IS-NOT-APPLICABLE               VALUE 'N'.
    88  PCT-WAS-COMPUTED                    VALUE 'C'.
    88  PCT-IS-TOO-WIDE                     VALUE 'W'.
01  BV-CMP-PCT-DISPLAY              PIC ZZZ9.9-.
01  BV-CMP-PCT-DISPLAY-X REDEFINES BV-CMP-PCT-DISPLAY
                                    PIC X(07).

01  BV-READ-COUNT                   PIC 9(8) VALUE 0.
01  BV-SELECTED-COUNT               PIC 9(8) VALUE 0.
01  BV-BUDGET-LINE-COUNT            PIC 9(8) VALUE 0.
01  BV-FLAGGED-COUNT                PIC 9(4) VALUE 0.

01  BV-HDR1-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(30)
                                     VALUE "BUDGET VARIANCE REPORT".
    05  FILLER                      PIC X(08) VALUE "PERIOD:".
    05  HDR-REPORT-PERIOD           PIC 9(6).
    05  FILLER                      PIC X(04) VALUE SPACES.
    05  FILLER                      PIC X(10) VALUE "RUN DATE:".
    05  HDR-RUN-DATE                PIC X(10).

01  BV-THRESHOLD-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(26)
                                     VALUE "VARIANCE THRESHOLD PCT:".
    05  THR-THRESHOLD-PCT           PIC ZZ9.99.

01  BV-HDR2-LINE.
    05  FILLER                      PIC X(27) VALUE SPACES.
    05  FILLER                      PIC X(46) VALUE
        "<------------------- MONTH ------------------>".
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(46) VALUE
        "<--------------- YEAR TO DATE --------------->".

01  BV-HDR3-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(05) VALUE "DEPT".
    05  FILLER                      PIC X(20) VALUE "NAME".
    05  FILLER                      PIC X(13) VALUE "      ACTUAL".
    05  FILLER                      PIC X(13) VALUE "      BUDGET".
    05  FILLER                      PIC X(13) VALUE "    VARIANCE".
    05  FILLER                      PIC X(08) VALUE "  VAR %".
    05  FILLER                      PIC X(13) VALUE "      ACTUAL".
    05  FILLER                      PIC X(13) VALUE "      BUDGET".
    05  FILLER                      PIC X(13) VALUE "    VARIANCE".
    05  FILLER                      PIC X(08) VALUE "  VAR %".
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  FILLER                      PIC X(10) VALUE "FLAG".

01  BV-DETAIL-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  DTL-DEPT-CODE               PIC X(04).
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  DTL-DEPT-NAME               PIC X(20).
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  DTL-MONTH-ACTUAL            PIC ZZZ,ZZZ,ZZ9-.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  DTL-MONTH-BUDGET            PIC ZZZ,ZZZ,ZZ9-.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  DTL-MONTH-VARIANCE          PIC ZZZ,ZZZ,ZZ9-.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  DTL-MONTH-PCT               PIC X(07).
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  DTL-YTD-ACTUAL              PIC ZZZ,ZZZ,ZZ9-.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  DTL-YTD-BUDGET              PIC ZZZ,ZZZ,ZZ9-.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  DTL-YTD-VARIANCE            PIC ZZZ,ZZZ,ZZ9-.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  DTL-YTD-PCT                 PIC X(07).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  DTL-FLAG                    PIC X(10).

01  BV-READ-COUNT-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(26)
        VALUE "AUDIT RECORDS READ:".
    05  TOT-READ-COUNT              PIC ZZZ,ZZZ,ZZ9.

01  BV-SELECTED-COUNT-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(26)
        VALUE "AUDIT RECORDS SELECTED:".
    05  TOT-SELECTED-COUNT          PIC ZZZ,ZZZ,ZZ9.

01  BV-BUDGET-COUNT-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(26)
        VALUE "BUDGET LINES SELECTED:".
    05  TOT-BUDGET-LINE-COUNT       PIC ZZZ,ZZZ,ZZ9.

01  BV-FLAGGED-COUNT-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(26)
        VALUE "DEPARTMENTS FLAGGED:".
    05  TOT-FLAGGED-COUNT           PIC ZZZ,ZZZ,ZZ9.

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-INITIALIZE
        THRU 1000-EXIT.
    PERFORM 2000-PROCESS-AUDIT-RECORDS
        THRU 2000-EXIT
        UNTIL END-OF-AUDIT-FILE.
    PERFORM 9000-FINALIZE
        THRU 9000-EXIT.
    STOP RUN.

*> ----------------------------------------------------------------
*> 1000-INITIALIZE - read the parameters, load the department
*> master and the year's budget, open the files, and prime the
*> audit read.
*> ----------------------------------------------------------------
1000-INITIALIZE.
    ACCEPT BV-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
    PERFORM 1400-READ-PARAMETERS
        THRU 1400-EXIT.
    IF NOT PERIOD-WAS-SUPPLIED
        DISPLAY "BUDGETVARIANCE: NO REPORT-PERIOD SUPPLIED IN BVPARM"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    COMPUTE BV-YEAR-START-PERIOD = BV-REPORT-YYYY * 100 + 1.
    PERFORM 1300-LOAD-DEPT-ACCOUNTS
        THRU 1300-EXIT.
    PERFORM 1500-LOAD-BUDGET
        THRU 1500-EXIT.
    OPEN INPUT AUDIT-FILE.
    IF BV-AUDIT-STATUS NOT = "00"
        DISPLAY "BUDGETVARIANCE: UNABLE TO OPEN AUDITIN, "
            "FILE STATUS = " BV-AUDIT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT PRINT-FILE.
    IF BV-PRINT-STATUS NOT = "00"
        DISPLAY "BUDGETVARIANCE: UNABLE TO OPEN RPTOUT, "
            "FILE STATUS = " BV-PRINT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    STRING BV-RUN-MM   DELIMITED BY SIZE
           "/"         DELIMITED BY SIZE
           BV-RUN-DD   DELIMITED BY SIZE
           "/"         DELIMITED BY SIZE
           BV-RUN-YYYY DELIMITED BY SIZE
        INTO BV-RUN-DATE-DISPLAY
    END-STRING.
    MOVE BV-RUN-DATE-DISPLAY TO HDR-RUN-DATE.
    MOVE BV-REPORT-PERIOD TO HDR-REPORT-PERIOD.
    PERFORM 2100-READ-AUDIT-RECORD
        THRU 2100-EXIT.
1000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1300-LOAD-DEPT-ACCOUNTS - load the department master, and seed
*> one report line per department in master order.
*> ----------------------------------------------------------------
1300-LOAD-DEPT-ACCOUNTS.
    OPEN INPUT DEPT-FILE.
    IF BV-DEPT-STATUS NOT = "00"
        DISPLAY "BUDGETVARIANCE: UNABLE TO OPEN DEPTACCT, "
            "FILE STATUS = " BV-DEPT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 1310-LOAD-ONE-DEPT
        THRU 1310-EXIT
        UNTIL BV-DEPT-STATUS NOT = "00".
    CLOSE DEPT-FILE.
1300-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1310-LOAD-ONE-DEPT - read and table one department master
*> record and seed its report line. A blank code is skipped; an
*> overfull table is a setup error worth stopping the run for.
*> ----------------------------------------------------------------
1310-LOAD-ONE-DEPT.
    READ DEPT-FILE
        AT END
            GO TO 1310-EXIT
    END-READ.
    IF BV-DEPT-STATUS NOT = "00"
        GO TO 1310-EXIT
    END-IF.
    IF DEPT-CODE = SPACES
        GO TO 1310-EXIT
    END-IF.
    IF BV-DEPT-COUNT >= BV-MAX-DEPTS
        DISPLAY "BUDGETVARIANCE: MORE THAN " BV-MAX-DEPTS
            " DEPARTMENTS ON DEPTACCT"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO BV-DEPT-COUNT.
    MOVE DEPT-CODE TO BV-DEPT-CODE (BV-DEPT-COUNT).
    MOVE DEPT-NAME TO BV-DEPT-NAME (BV-DEPT-COUNT).
    MOVE DEPT-CODE TO BV-WORK-DEPT.
    PERFORM 2800-LOCATE-LINE
        THRU 2800-EXIT.
1310-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1400-READ-PARAMETERS - read the report parameters.
*> ----------------------------------------------------------------
1400-READ-PARAMETERS.
    OPEN INPUT PARM-FILE.
    IF BV-PARM-STATUS NOT = "00"
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
    MOVE SPACES TO BV-PARM-KEYWORD.
    MOVE SPACES TO BV-PARM-VALUE.
    UNSTRING PARM-RECORD DELIMITED BY "="
        INTO BV-PARM-KEYWORD
             BV-PARM-VALUE
    END-UNSTRING.
    PERFORM 1420-APPLY-ONE-PARAMETER
        THRU 1420-EXIT.
    IF RETURN-CODE = 16
        DISPLAY "BUDGETVARIANCE: BAD PARAMETER RECORD: "
            PARM-RECORD
        STOP RUN
    END-IF.
1410-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1420-APPLY-ONE-PARAMETER - apply one edited parameter value.
*> RETURN-CODE 16 flags a parameter that failed its edit; the
*> caller reports the offending record and stops the run.
*> ----------------------------------------------------------------
1420-APPLY-ONE-PARAMETER.
    EVALUATE BV-PARM-KEYWORD
        WHEN "REPORT-PERIOD"
            IF BV-PARM-VALUE (1:6) IS NUMERIC
                MOVE BV-PARM-VALUE (1:6) TO BV-REPORT-PERIOD
                IF BV-REPORT-MM < 1
                   OR BV-REPORT-MM > 12
                    MOVE 16 TO RETURN-CODE
                ELSE
                    SET PERIOD-WAS-SUPPLIED TO TRUE
                END-IF
            ELSE
                MOVE 16 TO RETURN-CODE
            END-IF
        WHEN "VARIANCE-PCT"
            MOVE BV-PARM-VALUE (1:5) TO BV-PARM-PCT-X
            IF BV-PARM-PCT IS NUMERIC
                MOVE BV-PARM-PCT TO BV-THRESHOLD-PCT
            ELSE
                MOVE 16 TO RETURN-CODE
            END-IF
        WHEN OTHER
            MOVE 16 TO RETURN-CODE
    END-EVALUATE.
1420-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1500-LOAD-BUDGET - read the budget master and add each line
*> that falls in the year to date into its department's report
*> line. A budget master not yet created is an empty budget - the
*> report still runs, and every department with actuals shows as
*> unbudgeted.
*> ----------------------------------------------------------------
1500-LOAD-BUDGET.
    OPEN INPUT BUDGET-FILE.
    IF BV-BUDG-STATUS = "35"
        GO TO 1500-EXIT
    END-IF.
    IF BV-BUDG-STATUS NOT = "00"
        DISPLAY "BUDGETVARIANCE: UNABLE TO OPEN BUDGMSTR, "
            "FILE STATUS = " BV-BUDG-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 1510-LOAD-ONE-BUDGET
        THRU 1510-EXIT
        UNTIL BV-BUDG-STATUS NOT = "00".
    CLOSE BUDGET-FILE.
1500-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1510-LOAD-ONE-BUDGET - read one budget line and, when its
*> period is in the year to date, add it to its department's
*> year-to-date budget - and to the month's when it is the report
*> period.
*> ----------------------------------------------------------------
1510-LOAD-ONE-BUDGET.
    READ BUDGET-FILE
        AT END
            GO TO 1510-EXIT
    END-READ.
    IF BV-BUDG-STATUS NOT = "00"
        GO TO 1510-EXIT
    END-IF.
    IF BUDG-DEPT-CODE = SPACES
       OR BUDG-ACCT-PERIOD IS NOT NUMERIC
       OR BUDG-AMOUNT IS NOT NUMERIC
        GO TO 1510-EXIT
    END-IF.
    IF BUDG-ACCT-PERIOD < BV-YEAR-START-PERIOD
       OR BUDG-ACCT-PERIOD > BV-REPORT-PERIOD
        GO TO 1510-EXIT
    END-IF.
    ADD 1 TO BV-BUDGET-LINE-COUNT.
    MOVE BUDG-DEPT-CODE TO BV-WORK-DEPT.
    PERFORM 2800-LOCATE-LINE
        THRU 2800-EXIT.
    ADD BUDG-AMOUNT TO BV-LINE-YTD-BUDGET (BV-ACTIVE-LINE-SUB).
    IF BUDG-ACCT-PERIOD = BV-REPORT-PERIOD
        ADD BUDG-AMOUNT TO BV-LINE-MONTH-BUDGET (BV-ACTIVE-LINE-SUB)
    END-IF.
1510-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2000-PROCESS-AUDIT-RECORDS - select one audit record into the
*> year to date and add its base result to its department's
*> actuals - the month's too when it falls in the report period.
*> ----------------------------------------------------------------
2000-PROCESS-AUDIT-RECORDS.
    ADD 1 TO BV-READ-COUNT.
*> Supervisor release/refusal decision records and authorization
*> refusals ride the same trail but record a decision, not
*> departmental work.
    IF AUDIT-IS-A-RELEASE
       OR AUDIT-IS-A-REFUSAL
       OR AUDIT-IS-AN-AUTH-REFUSAL
        GO TO 2000-READ-NEXT
    END-IF.
    IF AUDIT-ACCT-PERIOD IS NUMERIC
       AND AUDIT-ACCT-PERIOD NOT = ZERO
        MOVE AUDIT-ACCT-PERIOD TO BV-RECORD-PERIOD
    ELSE
        MOVE AUDIT-RUN-DATE (1:6) TO BV-RECORD-PERIOD
    END-IF.
    IF BV-RECORD-PERIOD < BV-YEAR-START-PERIOD
       OR BV-RECORD-PERIOD > BV-REPORT-PERIOD
        GO TO 2000-READ-NEXT
    END-IF.
    ADD 1 TO BV-SELECTED-COUNT.
    MOVE AUDIT-DEPT-CODE TO BV-WORK-DEPT.
    IF BV-WORK-DEPT = SPACES
        MOVE "****" TO BV-WORK-DEPT
    END-IF.
    PERFORM 2800-LOCATE-LINE
        THRU 2800-EXIT.
    IF AUDIT-BASE-RESULT IS NUMERIC
        MOVE AUDIT-BASE-RESULT TO BV-BASE-RESULT
    ELSE
        MOVE AUDIT-RESULT TO BV-BASE-RESULT
    END-IF.
    ADD BV-BASE-RESULT TO BV-LINE-YTD-ACTUAL (BV-ACTIVE-LINE-SUB).
    IF BV-RECORD-PERIOD = BV-REPORT-PERIOD
        ADD BV-BASE-RESULT
            TO BV-LINE-MONTH-ACTUAL (BV-ACTIVE-LINE-SUB)
    END-IF.
2000-READ-NEXT.
    PERFORM 2100-READ-AUDIT-RECORD
        THRU 2100-EXIT.
2000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2100-READ-AUDIT-RECORD - read the next audit trail record.
*> ----------------------------------------------------------------
2100-READ-AUDIT-RECORD.
    READ AUDIT-FILE
        AT END
            SET END-OF-AUDIT-FILE TO TRUE
    END-READ.
2100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2800-LOCATE-LINE - find BV-WORK-DEPT's report line, starting a
*> zeroed one on the end when the department has none yet, and
*> leave its entry number in BV-ACTIVE-LINE-SUB.
*> ----------------------------------------------------------------
2800-LOCATE-LINE.
    MOVE ZERO TO BV-ACTIVE-LINE-SUB.
    PERFORM 2810-MATCH-ONE-LINE
        THRU 2810-EXIT
        VARYING BV-LINE-SUB FROM 1 BY 1
        UNTIL BV-LINE-SUB > BV-LINE-COUNT
           OR BV-ACTIVE-LINE-SUB > ZERO.
    IF BV-ACTIVE-LINE-SUB > ZERO
        GO TO 2800-EXIT
    END-IF.
    IF BV-LINE-COUNT >= BV-MAX-LINES
        DISPLAY "BUDGETVARIANCE: MORE THAN " BV-MAX-LINES
            " DEPARTMENTS TO REPORT"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO BV-LINE-COUNT.
    MOVE BV-LINE-COUNT TO BV-ACTIVE-LINE-SUB.
    MOVE BV-WORK-DEPT TO BV-LINE-DEPT-CODE (BV-ACTIVE-LINE-SUB).
    MOVE ZERO TO BV-LINE-MONTH-ACTUAL (BV-ACTIVE-LINE-SUB).
    MOVE ZERO TO BV-LINE-MONTH-BUDGET (BV-ACTIVE-LINE-SUB).
    MOVE ZERO TO BV-LINE-YTD-ACTUAL (BV-ACTIVE-LINE-SUB).
    MOVE ZERO TO BV-LINE-YTD-BUDGET (BV-ACTIVE-LINE-SUB).
2800-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2810-MATCH-ONE-LINE - compare one report line against the
*> department being located.
*> ----------------------------------------------------------------
2810-MATCH-ONE-LINE.
    IF BV-LINE-DEPT-CODE (BV-LINE-SUB) = BV-WORK-DEPT
        MOVE BV-LINE-SUB TO BV-ACTIVE-LINE-SUB
    END-IF.
2810-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2850-LOCATE-DEPT - find BV-WORK-DEPT on the loaded master and
*> leave its entry number - or zero, for a code the master does
*> not carry - in BV-ACTIVE-DEPT-SUB.
*> ----------------------------------------------------------------
2850-LOCATE-DEPT.
    MOVE ZERO TO BV-ACTIVE-DEPT-SUB.
    PERFORM 2860-MATCH-ONE-DEPT
        THRU 2860-EXIT
        VARYING BV-DEPT-SUB FROM 1 BY 1
        UNTIL BV-DEPT-SUB > BV-DEPT-COUNT
           OR BV-ACTIVE-DEPT-SUB > ZERO.
2850-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2860-MATCH-ONE-DEPT - compare one master entry against the
*> department being located.
*> ----------------------------------------------------------------
2860-MATCH-ONE-DEPT.
    IF BV-DEPT-CODE (BV-DEPT-SUB) = BV-WORK-DEPT
        MOVE BV-DEPT-SUB TO BV-ACTIVE-DEPT-SUB
    END-IF.
2860-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3000-PRINT-ONE-DEPT - print one report line from the table,
*> passing over "****", which prints on its own after the rest.
*> ----------------------------------------------------------------
3000-PRINT-ONE-DEPT.
    IF BV-LINE-DEPT-CODE (BV-LINE-SUB) = "****"
        GO TO 3000-EXIT
    END-IF.
    MOVE BV-LINE-SUB TO BV-ACTIVE-LINE-SUB.
    PERFORM 3100-PRINT-TABLE-LINE
        THRU 3100-EXIT.
3000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3100-PRINT-TABLE-LINE - print the report line at
*> BV-ACTIVE-LINE-SUB under its department's name, flag it as its
*> figures call for, and add it to the report totals.
*> ----------------------------------------------------------------
3100-PRINT-TABLE-LINE.
    MOVE BV-LINE-DEPT-CODE (BV-ACTIVE-LINE-SUB) TO BV-WORK-DEPT.
    MOVE BV-WORK-DEPT TO DTL-DEPT-CODE.
    PERFORM 2850-LOCATE-DEPT
        THRU 2850-EXIT.
    IF BV-ACTIVE-DEPT-SUB > ZERO
        MOVE BV-DEPT-NAME (BV-ACTIVE-DEPT-SUB) TO DTL-DEPT-NAME
    ELSE
        IF BV-WORK-DEPT = "****"
            MOVE "UNASSIGNED" TO DTL-DEPT-NAME
        ELSE
            MOVE "** NOT ON DEPT FILE" TO DTL-DEPT-NAME
        END-IF
    END-IF.
    MOVE BV-LINE-MONTH-ACTUAL (BV-ACTIVE-LINE-SUB)
        TO BV-PRT-MONTH-ACTUAL.
    MOVE BV-LINE-MONTH-BUDGET (BV-ACTIVE-LINE-SUB)
        TO BV-PRT-MONTH-BUDGET.
    MOVE BV-LINE-YTD-ACTUAL (BV-ACTIVE-LINE-SUB)
        TO BV-PRT-YTD-ACTUAL.
    MOVE BV-LINE-YTD-BUDGET (BV-ACTIVE-LINE-SUB)
        TO BV-PRT-YTD-BUDGET.
    ADD BV-PRT-MONTH-ACTUAL TO BV-TOT-MONTH-ACTUAL.
    ADD BV-PRT-MONTH-BUDGET TO BV-TOT-MONTH-BUDGET.
    ADD BV-PRT-YTD-ACTUAL TO BV-TOT-YTD-ACTUAL.
    ADD BV-PRT-YTD-BUDGET TO BV-TOT-YTD-BUDGET.
    PERFORM 3200-FORMAT-FIGURES
        THRU 3200-EXIT.
    MOVE SPACES TO DTL-FLAG.
    EVALUATE TRUE
        WHEN BV-PRT-YTD-BUDGET = ZERO
         AND BV-PRT-YTD-ACTUAL NOT = ZERO
            MOVE "UNBUDGETED" TO DTL-FLAG
        WHEN MONTH-IS-BEYOND AND YTD-IS-BEYOND
            MOVE "<< BOTH" TO DTL-FLAG
        WHEN MONTH-IS-BEYOND
            MOVE "<< MONTH" TO DTL-FLAG
        WHEN YTD-IS-BEYOND
            MOVE "<< YTD" TO DTL-FLAG
    END-EVALUATE.
    IF DTL-FLAG NOT = SPACES
        ADD 1 TO BV-FLAGGED-COUNT
    END-IF.
    WRITE PRINT-LINE FROM BV-DETAIL-LINE
        AFTER ADVANCING 1 LINE.
3100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3200-FORMAT-FIGURES - move the month and year-to-date figures
*> in BV-PRINT-FIGURES to the detail line in whole currency units,
*> with their variances and percents, and note which of the two
*> is beyond the threshold.
*> ----------------------------------------------------------------
3200-FORMAT-FIGURES.
    MOVE BV-PRT-MONTH-ACTUAL TO BV-CMP-ACTUAL.
    MOVE BV-PRT-MONTH-BUDGET TO BV-CMP-BUDGET.
    PERFORM 3300-COMPARE-TO-BUDGET
        THRU 3300-EXIT.
    COMPUTE DTL-MONTH-ACTUAL ROUNDED = BV-CMP-ACTUAL.
    COMPUTE DTL-MONTH-BUDGET ROUNDED = BV-CMP-BUDGET.
    COMPUTE DTL-MONTH-VARIANCE ROUNDED = BV-CMP-VARIANCE.
    MOVE BV-CMP-PCT-DISPLAY-X TO DTL-MONTH-PCT.
    MOVE BV-BEYOND-SWITCH TO BV-MONTH-FLAG-SWITCH.
    MOVE BV-PRT-YTD-ACTUAL TO BV-CMP-ACTUAL.
    MOVE BV-PRT-YTD-BUDGET TO BV-CMP-BUDGET.
    PERFORM 3300-COMPARE-TO-BUDGET
        THRU 3300-EXIT.
    COMPUTE DTL-YTD-ACTUAL ROUNDED = BV-CMP-ACTUAL.
    COMPUTE DTL-YTD-BUDGET ROUNDED = BV-CMP-BUDGET.
    COMPUTE DTL-YTD-VARIANCE ROUNDED = BV-CMP-VARIANCE.
    MOVE BV-CMP-PCT-DISPLAY-X TO DTL-YTD-PCT.
    MOVE BV-BEYOND-SWITCH TO BV-YTD-FLAG-SWITCH.
3200-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3300-COMPARE-TO-BUDGET - set BV-CMP-ACTUAL against
*> BV-CMP-BUDGET: the variance (actual less budget), its percent
*> of the budget ready to print, and whether it is beyond the
*> threshold. Actuals against a zero budget are always beyond it;
*> so is a percent too wide to print.
*> ----------------------------------------------------------------
3300-COMPARE-TO-BUDGET.
    MOVE 'N' TO BV-BEYOND-SWITCH.
    COMPUTE BV-CMP-VARIANCE = BV-CMP-ACTUAL - BV-CMP-BUDGET.
    IF BV-CMP-BUDGET = ZERO
        SET PCT-IS-NOT-APPLICABLE TO TRUE
        MOVE "   N/A" TO BV-CMP-PCT-DISPLAY-X
        IF BV-CMP-ACTUAL NOT = ZERO
            SET VARIANCE-IS-BEYOND TO TRUE
        END-IF
        GO TO 3300-EXIT
    END-IF.
    SET PCT-WAS-COMPUTED TO TRUE.
    COMPUTE BV-CMP-PCT ROUNDED =
        BV-CMP-VARIANCE * 100 / BV-CMP-BUDGET
        ON SIZE ERROR
            SET PCT-IS-TOO-WIDE TO TRUE
    END-COMPUTE.
    IF PCT-IS-TOO-WIDE
        MOVE " *****" TO BV-CMP-PCT-DISPLAY-X
        SET VARIANCE-IS-BEYOND TO TRUE
        GO TO 3300-EXIT
    END-IF.
    MOVE BV-CMP-PCT TO BV-CMP-PCT-DISPLAY.
    IF BV-CMP-PCT > BV-THRESHOLD-PCT
       OR BV-CMP-PCT < ZERO - BV-THRESHOLD-PCT
        SET VARIANCE-IS-BEYOND TO TRUE
    END-IF.
3300-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 9000-FINALIZE - print the report: the departments in order,
*> the "****" unassigned bucket on its own line whether or not
*> anything landed there, and the grand total; then the counts,
*> the return code, and close the files. RETURN-CODE 4 says a
*> department is flagged, or the trail had nothing in the year to
*> date - a mistyped period is caught from the job output instead
*> of an all-zero report being distributed.
*> ----------------------------------------------------------------
9000-FINALIZE.
    WRITE PRINT-LINE FROM BV-HDR1-LINE
        AFTER ADVANCING PAGE.
    MOVE BV-THRESHOLD-PCT TO THR-THRESHOLD-PCT.
    WRITE PRINT-LINE FROM BV-THRESHOLD-LINE
        AFTER ADVANCING 1 LINE.
    WRITE PRINT-LINE FROM BV-HDR2-LINE
        AFTER ADVANCING 2 LINES.
    WRITE PRINT-LINE FROM BV-HDR3-LINE
        AFTER ADVANCING 1 LINE.
    PERFORM 3000-PRINT-ONE-DEPT
        THRU 3000-EXIT
        VARYING BV-LINE-SUB FROM 1 BY 1
        UNTIL BV-LINE-SUB > BV-LINE-COUNT.
    MOVE "****" TO BV-WORK-DEPT.
    PERFORM 2800-LOCATE-LINE
        THRU 2800-EXIT.
    PERFORM 3100-PRINT-TABLE-LINE
        THRU 3100-EXIT.
    PERFORM 9100-PRINT-GRAND-TOTAL
        THRU 9100-EXIT.
    MOVE BV-READ-COUNT TO TOT-READ-COUNT.
    WRITE PRINT-LINE FROM BV-READ-COUNT-LINE
        AFTER ADVANCING 2 LINES.
    MOVE BV-SELECTED-COUNT TO TOT-SELECTED-COUNT.
    WRITE PRINT-LINE FROM BV-SELECTED-COUNT-LINE
        AFTER ADVANCING 1 LINE.
    MOVE BV-BUDGET-LINE-COUNT TO TOT-BUDGET-LINE-COUNT.
    WRITE PRINT-LINE FROM BV-BUDGET-COUNT-LINE
        AFTER ADVANCING 1 LINE.
    MOVE BV-FLAGGED-COUNT TO TOT-FLAGGED-COUNT.
    WRITE PRINT-LINE FROM BV-FLAGGED-COUNT-LINE
        AFTER ADVANCING 1 LINE.
    MOVE ZERO TO RETURN-CODE.
    IF BV-FLAGGED-COUNT > ZERO
       OR BV-SELECTED-COUNT = ZERO
        MOVE 4 TO RETURN-CODE
    END-IF.
    CLOSE AUDIT-FILE.
    CLOSE PRINT-FILE.
9000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 9100-PRINT-GRAND-TOTAL - the all-department totals, with their
*> own variances and percents; the total line carries no flag.
*> ----------------------------------------------------------------
9100-PRINT-GRAND-TOTAL.
    MOVE BV-TOT-MONTH-ACTUAL TO BV-PRT-MONTH-ACTUAL.
    MOVE BV-TOT-MONTH-BUDGET TO BV-PRT-MONTH-BUDGET.
    MOVE BV-TOT-YTD-ACTUAL TO BV-PRT-YTD-ACTUAL.
    MOVE BV-TOT-YTD-BUDGET TO BV-PRT-YTD-BUDGET.
    PERFORM 3200-FORMAT-FIGURES
        THRU 3200-EXIT.
    MOVE SPACES TO DTL-DEPT-CODE.
    MOVE "GRAND TOTAL" TO DTL-DEPT-NAME.
    MOVE SPACES TO DTL-FLAG.
    WRITE PRINT-LINE FROM BV-DETAIL-LINE
        AFTER ADVANCING 2 LINES.
9100-EXIT.
    EXIT.
