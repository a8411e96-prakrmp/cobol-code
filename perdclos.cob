       >>SOURCE FORMAT FREE
*> ================================================================
*> PeriodClose
*> Closes an accounting period on the posting-period master
*> (PERDCTL) - but only once every control file says the period's
*> work is finished. Before anything changes it checks, for the
*> period being closed:
*>   - run history: a batch whose latest run in the period never
*>     proved in balance (out of balance, or no control figure),
*>     unless the closer has waived that batch by parameter
*>   - GLHOLD: a batch still held for supervisor release (no
*>     release or refusal decision for it on the audit trail)
*>   - GLPEND: an extract the posting system has not answered
*>   - GLREJOUT: a GL reject not yet reworked
*>   - SUSPFWD: a suspense item still carried forward
*>   - CHKPTF: a checkpoint an unfinished daily run left behind
*>     (a checkpoint carries no period, so any leftover one holds
*>     up every close - the aborted run's work is unaccounted for)
*> If anything is open the period stays open: each blocking item
*> is listed on the report and RETURN-CODE 12 is set. If all is
*> clear the period's status goes from O to C, the next period is
*> added to the master as open (left as it is if it is already
*> there), and a close certificate prints with the period's
*> month-end recap totals - run counts by outcome, the posted
*> total, the GL extract total, and their proof, worked the same
*> way the MonthEndRecap works them - and a signature block for
*> the controller. The maintained master is written whole to
*> PERDNEW; the job copies it over PERDCTL only on a clean close.
*>
*> Parameters:
*>   CLOSE-PERIOD=YYYYMM          the period to close (required)
*>   CLOSED-BY=XXXXXXXX           user id of the person closing it
*>                                (required; printed on the
*>                                certificate)
*>   WAIVE-BATCH=XXXXXXXX         a batch whose unproved run the
*>                                closer accepts (repeat for each;
*>                                listed on the certificate)
*>   GL-OFFSET-ACCOUNT=XXXXXXXXXX contra account excluded from the
*>                                GL extract total (default
*>                                0009000100, as in the recap)
*>
*> Modification history:
*>   - Written so a period is closed by a run that checks the
*>     control files, instead of by hand-editing PERD-STATUS
*>     while a held batch and two unanswered extracts were still
*>     outstanding.
*> ================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. PeriodClose.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PERIOD-FILE ASSIGN TO PERDCTL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PC-PERD-STATUS.

    SELECT NEW-PERIOD-FILE ASSIGN TO PERDNEW
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PC-PNEW-STATUS.

    SELECT RUNHIST-FILE ASSIGN TO RUNHIST
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PC-RUNH-STATUS.

    SELECT HOLD-FILE ASSIGN TO GLHOLD
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PC-HOLD-STATUS.

    SELECT AUDIT-FILE ASSIGN TO AUDITIN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PC-AUDIT-STATUS.

    SELECT PENDING-FILE ASSIGN TO GLPEND
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PC-PEND-STATUS.

    SELECT REJECT-FILE ASSIGN TO GLREJIN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PC-REJ-STATUS.

    SELECT SUSPENSE-FILE ASSIGN TO SUSPFWD
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PC-SUSP-STATUS.

    SELECT CHECKPOINT-FILE ASSIGN TO CHKPTF
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PC-CHKPT-STATUS.

    SELECT GL-FILE ASSIGN TO GLIN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PC-GL-STATUS.

    SELECT PARM-FILE ASSIGN TO PCPARM
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PC-PARM-STATUS.

    SELECT PRINT-FILE ASSIGN TO RPTOUT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PC-PRINT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  PERIOD-FILE
    LABEL RECORDS ARE OMITTED.
    COPY PERDREC.

*> The maintained master is a byte-for-byte copy of the PERDREC
*> layout (7 bytes); it keeps its own 01 here because the
*> copybook already describes the input side, and each record is
*> built in it directly - the input master is closed by then.
FD  NEW-PERIOD-FILE
    LABEL RECORDS ARE OMITTED.
01  PC-NEW-PERIOD-RECORD.
    05  PC-NEW-PERIOD-NO            PIC 9(6).
    05  PC-NEW-PERIOD-STATUS        PIC X(01).

FD  RUNHIST-FILE
    LABEL RECORDS ARE OMITTED.
    COPY RUNHREC.

FD  HOLD-FILE
    LABEL RECORDS ARE OMITTED.
    COPY GLREC.

FD  AUDIT-FILE
    LABEL RECORDS ARE OMITTED.
    COPY AUDITREC.

*> The pending carry-forward and the GL extract file carry the
*> GLREC layout byte for byte (74 bytes); they keep their own 01s
*> here because the copybook already describes the held side.
FD  PENDING-FILE
    LABEL RECORDS ARE OMITTED.
01  PC-PENDING-RECORD.
    05  PCP-BATCH-ID                PIC X(08).
    05  PCP-RUN-DATE                PIC 9(08).
    05  PCP-ACCOUNT-NO              PIC X(10).
    05  PCP-DEBIT-CREDIT            PIC X(01).
    05  PCP-AMOUNT                  PIC 9(9)V99.
    05  PCP-DESCRIPTION             PIC X(30).
    05  PCP-ACCT-PERIOD             PIC 9(06).

FD  REJECT-FILE
    LABEL RECORDS ARE OMITTED.
    COPY GLRJREC.

FD  SUSPENSE-FILE
    LABEL RECORDS ARE OMITTED.
    COPY SUSPREC.

FD  CHECKPOINT-FILE
    LABEL RECORDS ARE OMITTED.
    COPY CHKPTREC.

FD  GL-FILE
    LABEL RECORDS ARE OMITTED.
01  PC-GL-RECORD.
    05  PCG-BATCH-ID                PIC X(08).
    05  PCG-RUN-DATE                PIC 9(08).
    05  PCG-ACCOUNT-NO              PIC X(10).
    05  PCG-DEBIT-CREDIT            PIC X(01).
        88  PCG-IS-DEBIT                    VALUE "D".
    05  PCG-AMOUNT                  PIC 9(9)V99.
    05  PCG-DESCRIPTION             PIC X(30).
    05  PCG-ACCT-PERIOD             PIC 9(06).

FD  PARM-FILE
    LABEL RECORDS ARE OMITTED.
01  PARM-RECORD                     PIC X(80).

FD  PRINT-FILE
    LABEL RECORDS ARE OMITTED.
01  PRINT-LINE                      PIC X(132).

WORKING-STORAGE SECTION.
01  PC-SWITCHES.
    05  PC-EOF-SWITCH               PIC X(01) VALUE 'N'.
        88  END-OF-INPUT-FILE               VALUE 'Y'.
    05  PC-PARM-EOF-SWITCH          PIC X(01) VALUE 'N'.
        88  END-OF-PARM-FILE                VALUE 'Y'.
    05  PC-PERIOD-SWITCH            PIC X(01) VALUE 'N'.
        88  PERIOD-WAS-SUPPLIED             VALUE 'Y'.
    05  PC-FOUND-SWITCH             PIC X(01) VALUE 'N'.
        88  ENTRY-WAS-FOUND                 VALUE 'Y'.
    05  PC-NEXT-SWITCH              PIC X(01) VALUE 'N'.
        88  NEXT-PERIOD-ON-MASTER           VALUE 'Y'.

01  PC-PERD-STATUS                  PIC X(02) VALUE SPACES.
01  PC-PNEW-STATUS                  PIC X(02) VALUE SPACES.
01  PC-RUNH-STATUS                  PIC X(02) VALUE SPACES.
01  PC-HOLD-STATUS                  PIC X(02) VALUE SPACES.
01  PC-AUDIT-STATUS                 PIC X(02) VALUE SPACES.
01  PC-PEND-STATUS                  PIC X(02) VALUE SPACES.
01  PC-REJ-STATUS                   PIC X(02) VALUE SPACES.
01  PC-SUSP-STATUS                  PIC X(02) VALUE SPACES.
01  PC-CHKPT-STATUS                 PIC X(02) VALUE SPACES.
01  PC-GL-STATUS                    PIC X(02) VALUE SPACES.
01  PC-PARM-STATUS                  PIC X(02) VALUE SPACES.
01  PC-PRINT-STATUS                 PIC X(02) VALUE SPACES.

01  PC-PARM-KEYWORD                 PIC X(30) VALUE SPACES.
01  PC-PARM-VALUE                   PIC X(50) VALUE SPACES.
01  PC-CLOSED-BY                    PIC X(08) VALUE SPACES.
01  PC-GL-OFFSET-ACCOUNT            PIC X(10) VALUE "0009000100".

01  PC-CLOSE-PERIOD-FIELDS.
    05  PC-CLOSE-PERIOD             PIC 9(6) VALUE 0.
    05  PC-CLOSE-PERIOD-X REDEFINES PC-CLOSE-PERIOD.
        10  PC-CLOSE-YYYY           PIC 9(4).
        10  PC-CLOSE-MM             PIC 9(2).
01  PC-NEXT-PERIOD-FIELDS.
    05  PC-NEXT-PERIOD              PIC 9(6) VALUE 0.
    05  PC-NEXT-PERIOD-X REDEFINES PC-NEXT-PERIOD.
        10  PC-NEXT-YYYY            PIC 9(4).
        10  PC-NEXT-MM              PIC 9(2).
01  PC-RECORD-PERIOD                PIC 9(6) VALUE 0.

*> The posting-period master, held whole so the maintained copy
*> can be written back in the same order with the next period
*> appended. PC-CLOSE-SUB points at the period being closed.
01  PC-PERIOD-TABLE-AREA.
    05  PC-PERIOD-COUNT             PIC 9(3) COMP VALUE 0.
    05  PC-MAX-PERIODS              PIC 9(3) COMP VALUE 500.
    05  PC-PERIOD-ENTRY OCCURS 500 TIMES.
        10  PC-PERIOD-NO            PIC 9(06).
        10  PC-PERIOD-STATUS        PIC X(01).
01  PC-PERIOD-SUB                   PIC 9(3) COMP VALUE 0.
01  PC-CLOSE-SUB                    PIC 9(3) COMP VALUE 0.
01  PC-NEXT-STATUS                  PIC X(01) VALUE SPACE.

*> Batches the closer has accepted as unproved (WAIVE-BATCH).
01  PC-WAIVE-TABLE-AREA.
    05  PC-WAIVE-COUNT              PIC 9(2) COMP VALUE 0.
    05  PC-MAX-WAIVES               PIC 9(2) COMP VALUE 20.
    05  PC-WAIVE-ENTRY OCCURS 20 TIMES
            INDEXED BY PC-WAIVE-INDEX.
        10  PC-WAIVE-BATCH-ID       PIC X(08).
        10  PC-WAIVE-USED-SWITCH    PIC X(01).
            88  THIS-WAIVE-WAS-USED         VALUE 'Y'.
01  PC-WAIVE-SUB                    PIC 9(2) COMP VALUE 0.

*> The period's runs, one entry per batch, holding the outcome of
*> the batch's latest run - a batch that ran out of balance and
*> was fixed and rerun in balance is finished. Runs written
*> before batches were numbered each take an entry of their own.
01  PC-RUN-TABLE-AREA.
    05  PC-RUN-COUNT                PIC 9(3) COMP VALUE 0.
    05  PC-MAX-RUNS                 PIC 9(3) COMP VALUE 500.
    05  PC-RUN-ENTRY OCCURS 500 TIMES
            INDEXED BY PC-RUN-INDEX.
        10  PC-RUN-BATCH-ID         PIC X(08).
        10  PC-RUN-RUN-DATE         PIC 9(08).
        10  PC-RUN-CONTROL-TOTAL    PIC S9(9)V99.
        10  PC-RUN-RESULT           PIC X(01).
            88  THIS-RUN-PROVED             VALUE "Y".
            88  THIS-RUN-OUT-OF-BALANCE     VALUE "N".
01  PC-RUN-SUB                      PIC 9(3) COMP VALUE 0.

*> Held batches released or refused at a supervisor session,
*> from the decision records on the audit trail.
01  PC-DECISION-TABLE-AREA.
    05  PC-DECISION-COUNT           PIC 9(3) COMP VALUE 0.
    05  PC-MAX-DECISIONS            PIC 9(3) COMP VALUE 500.
    05  PC-DECISION-ENTRY OCCURS 500 TIMES
            INDEXED BY PC-DECISION-INDEX.
        10  PC-DECISION-BATCH-ID    PIC X(08).

*> The period's held batches still awaiting a decision.
01  PC-HELD-TABLE-AREA.
    05  PC-HELD-COUNT               PIC 9(3) COMP VALUE 0.
    05  PC-MAX-HELD                 PIC 9(3) COMP VALUE 100.
    05  PC-HELD-ENTRY OCCURS 100 TIMES
            INDEXED BY PC-HELD-INDEX.
        10  PC-HELD-BATCH-ID        PIC X(08).
        10  PC-HELD-RUN-DATE        PIC 9(08).
        10  PC-HELD-RECORD-COUNT    PIC 9(06).
        10  PC-HELD-CREDIT-TOTAL    PIC S9(11)V99.
01  PC-HELD-SUB                     PIC 9(3) COMP VALUE 0.

*> Blocking-item counts by control file.
01  PC-UNPROVED-COUNT               PIC 9(6) VALUE 0.
01  PC-WAIVED-COUNT                 PIC 9(6) VALUE 0.
01  PC-HELD-BLOCK-COUNT             PIC 9(6) VALUE 0.
01  PC-PENDING-COUNT                PIC 9(6) VALUE 0.
01  PC-REJECT-COUNT                 PIC 9(6) VALUE 0.
01  PC-SUSPENSE-COUNT               PIC 9(6) VALUE 0.
01  PC-CHECKPOINT-COUNT             PIC 9(6) VALUE 0.
01  PC-BLOCKING-COUNT               PIC 9(6) VALUE 0.
01  PC-CHECK-COUNT                  PIC 9(6) VALUE 0.

*> The period's month-end recap totals, worked as MonthEndRecap
*> works them: every run in the period counted by outcome, the
*> in-balance runs' control totals as the posted total, and the
*> GL extracts netted (credits add, debits subtract, offset legs
*> excluded) as the GL-side total the posted total proves to.
01  PC-RECAP-RUN-COUNT              PIC 9(6) VALUE 0.
01  PC-RECAP-IN-BALANCE-COUNT       PIC 9(6) VALUE 0.
01  PC-RECAP-OUT-BALANCE-COUNT      PIC 9(6) VALUE 0.
01  PC-RECAP-UNPROVED-COUNT         PIC 9(6) VALUE 0.
01  PC-RECAP-POSTED-TOTAL           PIC S9(11)V99 VALUE 0.
01  PC-RECAP-GL-TOTAL               PIC S9(11)V99 VALUE 0.
01  PC-RECAP-VARIANCE               PIC S9(11)V99 VALUE 0.

01  PC-RUN-DATE-FIELDS.
    05  PC-RUN-DATE-YYYYMMDD        PIC 9(8).
    05  PC-RUN-DATE-X REDEFINES PC-RUN-DATE-YYYYMMDD.
        10  PC-RUN-YYYY             PIC 9(4).
        10  PC-RUN-MM               PIC 9(2).
        10  PC-RUN-DD               PIC 9(2).
01  PC-RUN-DATE-DISPLAY             PIC X(10).
01  PC-RUN-TIME                     PIC 9(8) VALUE 0.
01  PC-TIME-FIELDS REDEFINES PC-RUN-TIME.
    05  PC-TIME-HH                  PIC X(2).
    05  PC-TIME-MM                  PIC X(2).
    05  PC-TIME-SS                  PIC X(2).
    05  FILLER                      PIC X(2).
01  PC-TIME-DISPLAY                 PIC X(08) VALUE SPACES.

01  PC-HDR1-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(30)
                                     VALUE "PERIOD CLOSE".
    05  FILLER                      PIC X(08) VALUE "PERIOD:".
    05  HDR-CLOSE-PERIOD            PIC 9(6).
    05  FILLER                      PIC X(04) VALUE SPACES.
    05  FILLER                      PIC X(10) VALUE "RUN DATE:".
    05  HDR-RUN-DATE                PIC X(10).

01  PC-BLOCK-HDR-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(14) VALUE "CONTROL FILE".
    05  FILLER                      PIC X(10) VALUE "BATCH".
    05  FILLER                      PIC X(10) VALUE "DATE".
    05  FILLER                      PIC X(18) VALUE "AMOUNT".
    05  FILLER                      PIC X(40) VALUE "OPEN ITEM".

01  PC-BLOCK-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  BLK-CONTROL-FILE            PIC X(12).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  BLK-BATCH-ID                PIC X(08).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  BLK-DATE                    PIC 9(08).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  BLK-AMOUNT                  PIC ZZ,ZZZ,ZZZ,ZZ9.99- .
    05  FILLER                      PIC X(01) VALUE SPACES.
    05  BLK-DESCRIPTION             PIC X(50).

01  PC-MESSAGE-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  MSG-TEXT                    PIC X(80).

01  PC-CHECK-COUNT-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  CHK-LABEL                   PIC X(34).
    05  CHK-COUNT                   PIC ZZZ,ZZ9.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  CHK-VERDICT                 PIC X(08).

01  PC-REFUSED-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(24)
        VALUE "*** PERIOD NOT CLOSED - ".
    05  REF-BLOCKING-COUNT          PIC ZZZ,ZZ9.
    05  FILLER                      PIC X(22)
        VALUE " BLOCKING ITEM(S) ***".

01  PC-CERT-HDR-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(30)
                                     VALUE "PERIOD CLOSE CERTIFICATE".
    05  FILLER                      PIC X(08) VALUE "PERIOD:".
    05  CRT-CLOSE-PERIOD            PIC 9(6).
    05  FILLER                      PIC X(04) VALUE SPACES.
    05  FILLER                      PIC X(10) VALUE "RUN DATE:".
    05  CRT-RUN-DATE                PIC X(10).

01  PC-CERT-STATUS-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(20) VALUE "PERIOD CLOSED:".
    05  CST-CLOSE-PERIOD            PIC 9(6).
    05  FILLER                      PIC X(06) VALUE SPACES.
    05  FILLER                      PIC X(20) VALUE "NEXT PERIOD:".
    05  CST-NEXT-PERIOD             PIC 9(6).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  CST-NEXT-ACTION             PIC X(36).

01  PC-RECAP-COUNT-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  RCL-LABEL                   PIC X(34).
    05  RCL-COUNT                   PIC ZZZ,ZZ9.

01  PC-RECAP-AMOUNT-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  RAL-LABEL                   PIC X(34).
    05  RAL-AMOUNT                  PIC ZZ,ZZZ,ZZZ,ZZ9.99- .

01  PC-WAIVED-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(34)
        VALUE "UNPROVED BATCH WAIVED BY CLOSER:".
    05  WVL-BATCH-ID                PIC X(08).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WVL-RUN-DATE                PIC 9(08).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WVL-CONTROL-TOTAL           PIC ZZZ,ZZZ,ZZ9.99- .

01  PC-CLOSED-BY-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(20) VALUE "CLOSED BY USER:".
    05  CBY-USER-ID                 PIC X(08).
    05  FILLER                      PIC X(06) VALUE SPACES.
    05  FILLER                      PIC X(06) VALUE "DATE:".
    05  CBY-DATE                    PIC X(10).
    05  FILLER                      PIC X(04) VALUE SPACES.
    05  FILLER                      PIC X(06) VALUE "TIME:".
    05  CBY-TIME                    PIC X(08).

01  PC-SIGNATURE-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  SIG-LABEL                   PIC X(20).
    05  FILLER                      PIC X(40) VALUE ALL "_".
    05  FILLER                      PIC X(04) VALUE SPACES.
    05  FILLER                      PIC X(06) VALUE "DATE:".
    05  FILLER                      PIC X(12) VALUE ALL "_".

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-INITIALIZE
        THRU 1000-EXIT.
    PERFORM 2000-CHECK-RUN-HISTORY
        THRU 2000-EXIT.
    PERFORM 3000-CHECK-HELD-BATCHES
        THRU 3000-EXIT.
    PERFORM 4000-CHECK-PENDING-EXTRACTS
        THRU 4000-EXIT.
    PERFORM 4500-CHECK-OPEN-REJECTS
        THRU 4500-EXIT.
    PERFORM 5000-CHECK-SUSPENSE
        THRU 5000-EXIT.
    PERFORM 5500-CHECK-CHECKPOINT
        THRU 5500-EXIT.
    PERFORM 6000-ACCUMULATE-GL-EXTRACTS
        THRU 6000-EXIT.
    PERFORM 9000-FINALIZE
        THRU 9000-EXIT.
    STOP RUN.

*> ----------------------------------------------------------------
*> 1000-INITIALIZE - read and edit the parameters, load the
*> period master and check the period is open to be closed, load
*> the release decisions, and print the report headers.
*> ----------------------------------------------------------------
1000-INITIALIZE.
    PERFORM 1400-READ-PARAMETERS
        THRU 1400-EXIT.
    IF NOT PERIOD-WAS-SUPPLIED
        DISPLAY "PERIODCLOSE: NO CLOSE-PERIOD SUPPLIED IN PCPARM"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF PC-CLOSED-BY = SPACES
        DISPLAY "PERIODCLOSE: NO CLOSED-BY SUPPLIED IN PCPARM"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE PC-CLOSE-PERIOD TO PC-NEXT-PERIOD.
    IF PC-NEXT-MM = 12
        ADD 1 TO PC-NEXT-YYYY
        MOVE 1 TO PC-NEXT-MM
    ELSE
        ADD 1 TO PC-NEXT-MM
    END-IF.
    OPEN OUTPUT PRINT-FILE.
    PERFORM 1100-PRINT-REPORT-HEADERS
        THRU 1100-EXIT.
    PERFORM 1200-LOAD-PERIODS
        THRU 1200-EXIT.
    PERFORM 1300-LOAD-RELEASE-DECISIONS
        THRU 1300-EXIT.
1000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1100-PRINT-REPORT-HEADERS - work out the run date and time and
*> write the report headings.
*> ----------------------------------------------------------------
1100-PRINT-REPORT-HEADERS.
    ACCEPT PC-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
    ACCEPT PC-RUN-TIME FROM TIME.
    STRING PC-RUN-MM   DELIMITED BY SIZE
           "/"         DELIMITED BY SIZE
           PC-RUN-DD   DELIMITED BY SIZE
           "/"         DELIMITED BY SIZE
           PC-RUN-YYYY DELIMITED BY SIZE
        INTO PC-RUN-DATE-DISPLAY
    END-STRING.
    STRING PC-TIME-HH DELIMITED BY SIZE
           ":"        DELIMITED BY SIZE
           PC-TIME-MM DELIMITED BY SIZE
           ":"        DELIMITED BY SIZE
           PC-TIME-SS DELIMITED BY SIZE
        INTO PC-TIME-DISPLAY
    END-STRING.
    MOVE PC-RUN-DATE-DISPLAY TO HDR-RUN-DATE.
    MOVE PC-CLOSE-PERIOD TO HDR-CLOSE-PERIOD.
    WRITE PRINT-LINE FROM PC-HDR1-LINE
        AFTER ADVANCING PAGE.
1100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1200-LOAD-PERIODS - load the posting-period master whole. The
*> period to close must be on it and open: closing a period twice,
*> or one never opened, is refused (RETURN-CODE 12) before any
*> control file is read.
*> ----------------------------------------------------------------
1200-LOAD-PERIODS.
    OPEN INPUT PERIOD-FILE.
    IF PC-PERD-STATUS NOT = "00"
        DISPLAY "PERIODCLOSE: UNABLE TO OPEN PERDCTL, FILE STATUS = "
            PC-PERD-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE 'N' TO PC-EOF-SWITCH.
    PERFORM 1210-LOAD-ONE-PERIOD
        THRU 1210-EXIT
        UNTIL END-OF-INPUT-FILE.
    CLOSE PERIOD-FILE.
    IF PC-CLOSE-SUB = ZERO
        MOVE "PERIOD IS NOT ON THE POSTING-PERIOD MASTER - NOT CLOSED"
            TO MSG-TEXT
        GO TO 1200-REFUSE
    END-IF.
    IF PC-PERIOD-STATUS (PC-CLOSE-SUB) NOT = "O"
        MOVE "PERIOD IS NOT OPEN ON THE POSTING-PERIOD MASTER - NOT CLOSED"
            TO MSG-TEXT
        GO TO 1200-REFUSE
    END-IF.
    GO TO 1200-EXIT.
1200-REFUSE.
    WRITE PRINT-LINE FROM PC-MESSAGE-LINE
        AFTER ADVANCING 2 LINES.
    DISPLAY "PERIODCLOSE: PERIOD " PC-CLOSE-PERIOD
        " IS NOT AN OPEN PERIOD ON PERDCTL"
    CLOSE PRINT-FILE.
    MOVE 12 TO RETURN-CODE.
    STOP RUN.
1200-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1210-LOAD-ONE-PERIOD - read and table one period master record,
*> noting where the period to close and the next period sit.
*> ----------------------------------------------------------------
1210-LOAD-ONE-PERIOD.
    READ PERIOD-FILE
        AT END
            SET END-OF-INPUT-FILE TO TRUE
            GO TO 1210-EXIT
    END-READ.
    IF PC-PERIOD-COUNT >= PC-MAX-PERIODS
        DISPLAY "PERIODCLOSE: MORE THAN " PC-MAX-PERIODS
            " PERIODS ON PERDCTL"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO PC-PERIOD-COUNT.
    MOVE PERD-PERIOD TO PC-PERIOD-NO (PC-PERIOD-COUNT).
    MOVE PERD-STATUS TO PC-PERIOD-STATUS (PC-PERIOD-COUNT).
    IF PERD-PERIOD = PC-CLOSE-PERIOD
        MOVE PC-PERIOD-COUNT TO PC-CLOSE-SUB
    END-IF.
    IF PERD-PERIOD = PC-NEXT-PERIOD
        SET NEXT-PERIOD-ON-MASTER TO TRUE
        MOVE PERD-STATUS TO PC-NEXT-STATUS
    END-IF.
1210-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1300-LOAD-RELEASE-DECISIONS - table the batch of every release
*> or refusal decision record on the audit trail. A held batch
*> with a decision has left GLHOLD's care even though the
*> generation it was held in still carries it. A missing trail
*> decides nothing, so every held batch then blocks.
*> ----------------------------------------------------------------
1300-LOAD-RELEASE-DECISIONS.
    OPEN INPUT AUDIT-FILE.
    IF PC-AUDIT-STATUS NOT = "00"
        GO TO 1300-EXIT
    END-IF.
    MOVE 'N' TO PC-EOF-SWITCH.
    PERFORM 1310-LOAD-ONE-DECISION
        THRU 1310-EXIT
        UNTIL END-OF-INPUT-FILE.
    CLOSE AUDIT-FILE.
1300-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1310-LOAD-ONE-DECISION - read one audit record and table its
*> batch if it is a release or refusal decision.
*> ----------------------------------------------------------------
1310-LOAD-ONE-DECISION.
    READ AUDIT-FILE
        AT END
            SET END-OF-INPUT-FILE TO TRUE
            GO TO 1310-EXIT
    END-READ.
    IF NOT AUDIT-IS-A-RELEASE
       AND NOT AUDIT-IS-A-REFUSAL
        GO TO 1310-EXIT
    END-IF.
    IF PC-DECISION-COUNT >= PC-MAX-DECISIONS
        DISPLAY "PERIODCLOSE: MORE THAN " PC-MAX-DECISIONS
            " RELEASE DECISIONS ON THE AUDIT TRAIL"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO PC-DECISION-COUNT.
    MOVE AUDIT-BATCH-ID TO PC-DECISION-BATCH-ID (PC-DECISION-COUNT).
1310-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1400-READ-PARAMETERS - read the period-close parameters.
*> ----------------------------------------------------------------
1400-READ-PARAMETERS.
    OPEN INPUT PARM-FILE.
    IF PC-PARM-STATUS NOT = "00"
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
    MOVE SPACES TO PC-PARM-KEYWORD.
    MOVE SPACES TO PC-PARM-VALUE.
    UNSTRING PARM-RECORD DELIMITED BY "="
        INTO PC-PARM-KEYWORD
             PC-PARM-VALUE
    END-UNSTRING.
    EVALUATE PC-PARM-KEYWORD
        WHEN "CLOSE-PERIOD"
            IF PC-PARM-VALUE (1:6) IS NUMERIC
               AND PC-PARM-VALUE (5:2) >= "01"
               AND PC-PARM-VALUE (5:2) <= "12"
                MOVE PC-PARM-VALUE (1:6) TO PC-CLOSE-PERIOD
                SET PERIOD-WAS-SUPPLIED TO TRUE
            ELSE
                MOVE 16 TO RETURN-CODE
            END-IF
        WHEN "CLOSED-BY"
            IF PC-PARM-VALUE (1:8) = SPACES
                MOVE 16 TO RETURN-CODE
            ELSE
                MOVE PC-PARM-VALUE (1:8) TO PC-CLOSED-BY
            END-IF
        WHEN "WAIVE-BATCH"
            IF PC-PARM-VALUE (1:8) = SPACES
               OR PC-WAIVE-COUNT >= PC-MAX-WAIVES
                MOVE 16 TO RETURN-CODE
            ELSE
                ADD 1 TO PC-WAIVE-COUNT
                MOVE PC-PARM-VALUE (1:8)
                    TO PC-WAIVE-BATCH-ID (PC-WAIVE-COUNT)
                MOVE 'N' TO PC-WAIVE-USED-SWITCH (PC-WAIVE-COUNT)
            END-IF
        WHEN "GL-OFFSET-ACCOUNT"
            IF PC-PARM-VALUE (1:10) = SPACES
                MOVE 16 TO RETURN-CODE
            ELSE
                MOVE PC-PARM-VALUE (1:10) TO PC-GL-OFFSET-ACCOUNT
            END-IF
        WHEN OTHER
            MOVE 16 TO RETURN-CODE
    END-EVALUATE.
    IF RETURN-CODE = 16
        DISPLAY "PERIODCLOSE: BAD PARAMETER RECORD: "
            PARM-RECORD
        STOP RUN
    END-IF.
1410-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2000-CHECK-RUN-HISTORY - gather the period's runs (by
*> accounting period, or run-date month for a record written
*> before the period was carried): count them for the recap and
*> keep each batch's latest outcome, then list every batch whose
*> latest run never proved in balance.
*> ----------------------------------------------------------------
2000-CHECK-RUN-HISTORY.
    OPEN INPUT RUNHIST-FILE.
    IF PC-RUNH-STATUS NOT = "00"
        DISPLAY "PERIODCLOSE: UNABLE TO OPEN RUNHIST, "
            "FILE STATUS = " PC-RUNH-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE 'N' TO PC-EOF-SWITCH.
    PERFORM 2100-READ-ONE-RUN
        THRU 2100-EXIT
        UNTIL END-OF-INPUT-FILE.
    CLOSE RUNHIST-FILE.
    PERFORM 2200-LIST-ONE-UNPROVED-RUN
        THRU 2200-EXIT
        VARYING PC-RUN-SUB FROM 1 BY 1
        UNTIL PC-RUN-SUB > PC-RUN-COUNT.
2000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2100-READ-ONE-RUN - read one run-history record and, if it is
*> in the period, count it and record its outcome against its
*> batch.
*> ----------------------------------------------------------------
2100-READ-ONE-RUN.
    READ RUNHIST-FILE
        AT END
            SET END-OF-INPUT-FILE TO TRUE
            GO TO 2100-EXIT
    END-READ.
    IF RUNH-ACCT-PERIOD IS NUMERIC
       AND RUNH-ACCT-PERIOD NOT = ZERO
        MOVE RUNH-ACCT-PERIOD TO PC-RECORD-PERIOD
    ELSE
        MOVE RUNH-RUN-DATE (1:6) TO PC-RECORD-PERIOD
    END-IF.
    IF PC-RECORD-PERIOD NOT = PC-CLOSE-PERIOD
        GO TO 2100-EXIT
    END-IF.
    ADD 1 TO PC-RECAP-RUN-COUNT.
    IF RUNH-WAS-IN-BALANCE
        ADD 1 TO PC-RECAP-IN-BALANCE-COUNT
        ADD RUNH-CONTROL-TOTAL TO PC-RECAP-POSTED-TOTAL
    ELSE
        IF RUNH-WAS-OUT-OF-BALANCE
            ADD 1 TO PC-RECAP-OUT-BALANCE-COUNT
        ELSE
            ADD 1 TO PC-RECAP-UNPROVED-COUNT
        END-IF
    END-IF.
    MOVE 'N' TO PC-FOUND-SWITCH.
    IF RUNH-BATCH-ID NOT = SPACES
       AND PC-RUN-COUNT > ZERO
        SET PC-RUN-INDEX TO 1
        SEARCH PC-RUN-ENTRY
            AT END
                CONTINUE
            WHEN PC-RUN-INDEX > PC-RUN-COUNT
                CONTINUE
            WHEN PC-RUN-BATCH-ID (PC-RUN-INDEX) = RUNH-BATCH-ID
                SET ENTRY-WAS-FOUND TO TRUE
        END-SEARCH
    END-IF.
    IF NOT ENTRY-WAS-FOUND
        IF PC-RUN-COUNT >= PC-MAX-RUNS
            DISPLAY "PERIODCLOSE: MORE THAN " PC-MAX-RUNS
                " BATCHES RUN IN THE PERIOD"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO PC-RUN-COUNT
        SET PC-RUN-INDEX TO PC-RUN-COUNT
        MOVE RUNH-BATCH-ID TO PC-RUN-BATCH-ID (PC-RUN-INDEX)
    END-IF.
    MOVE RUNH-RUN-DATE TO PC-RUN-RUN-DATE (PC-RUN-INDEX).
    MOVE RUNH-CONTROL-TOTAL TO PC-RUN-CONTROL-TOTAL (PC-RUN-INDEX).
    MOVE RUNH-BALANCE-RESULT TO PC-RUN-RESULT (PC-RUN-INDEX).
2100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2200-LIST-ONE-UNPROVED-RUN - a batch whose latest run did not
*> prove blocks the close, unless the closer waived it.
*> ----------------------------------------------------------------
2200-LIST-ONE-UNPROVED-RUN.
    IF THIS-RUN-PROVED (PC-RUN-SUB)
        GO TO 2200-EXIT
    END-IF.
    MOVE 'N' TO PC-FOUND-SWITCH.
    IF PC-WAIVE-COUNT > ZERO
       AND PC-RUN-BATCH-ID (PC-RUN-SUB) NOT = SPACES
        SET PC-WAIVE-INDEX TO 1
        SEARCH PC-WAIVE-ENTRY
            AT END
                CONTINUE
            WHEN PC-WAIVE-INDEX > PC-WAIVE-COUNT
                CONTINUE
            WHEN PC-WAIVE-BATCH-ID (PC-WAIVE-INDEX)
                    = PC-RUN-BATCH-ID (PC-RUN-SUB)
                SET ENTRY-WAS-FOUND TO TRUE
                SET THIS-WAIVE-WAS-USED (PC-WAIVE-INDEX) TO TRUE
        END-SEARCH
    END-IF.
    IF ENTRY-WAS-FOUND
        ADD 1 TO PC-WAIVED-COUNT
        GO TO 2200-EXIT
    END-IF.
    ADD 1 TO PC-UNPROVED-COUNT.
    MOVE "RUNHIST" TO BLK-CONTROL-FILE.
    MOVE PC-RUN-BATCH-ID (PC-RUN-SUB) TO BLK-BATCH-ID.
    MOVE PC-RUN-RUN-DATE (PC-RUN-SUB) TO BLK-DATE.
    MOVE PC-RUN-CONTROL-TOTAL (PC-RUN-SUB) TO BLK-AMOUNT.
    IF THIS-RUN-OUT-OF-BALANCE (PC-RUN-SUB)
        MOVE "LATEST RUN OUT OF BALANCE - NOT POSTED"
            TO BLK-DESCRIPTION
    ELSE
        MOVE "LATEST RUN UNPROVED - NO CONTROL FIGURE"
            TO BLK-DESCRIPTION
    END-IF.
    PERFORM 8000-PRINT-BLOCKING-ITEM
        THRU 8000-EXIT.
2200-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3000-CHECK-HELD-BATCHES - gather the period's held batches
*> from GLHOLD (the newest pending-release generation and the
*> release session's carry-forward), pass over those with a
*> release or refusal decision on the audit trail, and list the
*> rest.
*> ----------------------------------------------------------------
3000-CHECK-HELD-BATCHES.
    OPEN INPUT HOLD-FILE.
    IF PC-HOLD-STATUS NOT = "00"
        DISPLAY "PERIODCLOSE: UNABLE TO OPEN GLHOLD, "
            "FILE STATUS = " PC-HOLD-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE 'N' TO PC-EOF-SWITCH.
    PERFORM 3100-READ-ONE-HELD-RECORD
        THRU 3100-EXIT
        UNTIL END-OF-INPUT-FILE.
    CLOSE HOLD-FILE.
    PERFORM 3200-LIST-ONE-HELD-BATCH
        THRU 3200-EXIT
        VARYING PC-HELD-SUB FROM 1 BY 1
        UNTIL PC-HELD-SUB > PC-HELD-COUNT.
3000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3100-READ-ONE-HELD-RECORD - read one held extract record and,
*> if it is in the period, add it to its batch's entry.
*> ----------------------------------------------------------------
3100-READ-ONE-HELD-RECORD.
    READ HOLD-FILE
        AT END
            SET END-OF-INPUT-FILE TO TRUE
            GO TO 3100-EXIT
    END-READ.
    IF GL-ACCT-PERIOD IS NUMERIC
       AND GL-ACCT-PERIOD NOT = ZERO
        MOVE GL-ACCT-PERIOD TO PC-RECORD-PERIOD
    ELSE
        MOVE GL-RUN-DATE (1:6) TO PC-RECORD-PERIOD
    END-IF.
    IF PC-RECORD-PERIOD NOT = PC-CLOSE-PERIOD
        GO TO 3100-EXIT
    END-IF.
    MOVE 'N' TO PC-FOUND-SWITCH.
    IF PC-HELD-COUNT > ZERO
        SET PC-HELD-INDEX TO 1
        SEARCH PC-HELD-ENTRY
            AT END
                CONTINUE
            WHEN PC-HELD-INDEX > PC-HELD-COUNT
                CONTINUE
            WHEN PC-HELD-BATCH-ID (PC-HELD-INDEX) = GL-BATCH-ID
                SET ENTRY-WAS-FOUND TO TRUE
        END-SEARCH
    END-IF.
    IF NOT ENTRY-WAS-FOUND
        IF PC-HELD-COUNT >= PC-MAX-HELD
            DISPLAY "PERIODCLOSE: MORE THAN " PC-MAX-HELD
                " HELD BATCHES IN THE PERIOD"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO PC-HELD-COUNT
        SET PC-HELD-INDEX TO PC-HELD-COUNT
        MOVE GL-BATCH-ID TO PC-HELD-BATCH-ID (PC-HELD-INDEX)
        MOVE GL-RUN-DATE TO PC-HELD-RUN-DATE (PC-HELD-INDEX)
        MOVE ZERO TO PC-HELD-RECORD-COUNT (PC-HELD-INDEX)
        MOVE ZERO TO PC-HELD-CREDIT-TOTAL (PC-HELD-INDEX)
    END-IF.
    ADD 1 TO PC-HELD-RECORD-COUNT (PC-HELD-INDEX).
    IF GL-IS-CREDIT
        ADD GL-AMOUNT TO PC-HELD-CREDIT-TOTAL (PC-HELD-INDEX)
    END-IF.
3100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3200-LIST-ONE-HELD-BATCH - a held batch with no release or
*> refusal decision on the audit trail blocks the close.
*> ----------------------------------------------------------------
3200-LIST-ONE-HELD-BATCH.
    MOVE 'N' TO PC-FOUND-SWITCH.
    IF PC-DECISION-COUNT > ZERO
        SET PC-DECISION-INDEX TO 1
        SEARCH PC-DECISION-ENTRY
            AT END
                CONTINUE
            WHEN PC-DECISION-INDEX > PC-DECISION-COUNT
                CONTINUE
            WHEN PC-DECISION-BATCH-ID (PC-DECISION-INDEX)
                    = PC-HELD-BATCH-ID (PC-HELD-SUB)
                SET ENTRY-WAS-FOUND TO TRUE
        END-SEARCH
    END-IF.
    IF ENTRY-WAS-FOUND
        GO TO 3200-EXIT
    END-IF.
    ADD 1 TO PC-HELD-BLOCK-COUNT.
    MOVE "GLHOLD" TO BLK-CONTROL-FILE.
    MOVE PC-HELD-BATCH-ID (PC-HELD-SUB) TO BLK-BATCH-ID.
    MOVE PC-HELD-RUN-DATE (PC-HELD-SUB) TO BLK-DATE.
    MOVE PC-HELD-CREDIT-TOTAL (PC-HELD-SUB) TO BLK-AMOUNT.
    MOVE "HELD BATCH AWAITING SUPERVISOR RELEASE"
        TO BLK-DESCRIPTION.
    PERFORM 8000-PRINT-BLOCKING-ITEM
        THRU 8000-EXIT.
3200-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 4000-CHECK-PENDING-EXTRACTS - every extract in the pending
*> carry-forward for the period is still unanswered by the
*> posting system and blocks the close.
*> ----------------------------------------------------------------
4000-CHECK-PENDING-EXTRACTS.
    OPEN INPUT PENDING-FILE.
    IF PC-PEND-STATUS NOT = "00"
        DISPLAY "PERIODCLOSE: UNABLE TO OPEN GLPEND, "
            "FILE STATUS = " PC-PEND-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE 'N' TO PC-EOF-SWITCH.
    PERFORM 4100-CHECK-ONE-PENDING
        THRU 4100-EXIT
        UNTIL END-OF-INPUT-FILE.
    CLOSE PENDING-FILE.
4000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 4100-CHECK-ONE-PENDING - read one pending extract and list it
*> if it is in the period.
*> ----------------------------------------------------------------
4100-CHECK-ONE-PENDING.
    READ PENDING-FILE
        AT END
            SET END-OF-INPUT-FILE TO TRUE
            GO TO 4100-EXIT
    END-READ.
    IF PCP-ACCT-PERIOD IS NUMERIC
       AND PCP-ACCT-PERIOD NOT = ZERO
        MOVE PCP-ACCT-PERIOD TO PC-RECORD-PERIOD
    ELSE
        MOVE PCP-RUN-DATE (1:6) TO PC-RECORD-PERIOD
    END-IF.
    IF PC-RECORD-PERIOD NOT = PC-CLOSE-PERIOD
        GO TO 4100-EXIT
    END-IF.
    ADD 1 TO PC-PENDING-COUNT.
    MOVE "GLPEND" TO BLK-CONTROL-FILE.
    MOVE PCP-BATCH-ID TO BLK-BATCH-ID.
    MOVE PCP-RUN-DATE TO BLK-DATE.
    MOVE PCP-AMOUNT TO BLK-AMOUNT.
    MOVE SPACES TO BLK-DESCRIPTION.
    STRING "EXTRACT UNANSWERED - ACCOUNT " DELIMITED BY SIZE
           PCP-ACCOUNT-NO                   DELIMITED BY SIZE
           " "                              DELIMITED BY SIZE
           PCP-DEBIT-CREDIT                 DELIMITED BY SIZE
        INTO BLK-DESCRIPTION
    END-STRING.
    PERFORM 8000-PRINT-BLOCKING-ITEM
        THRU 8000-EXIT.
4100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 4500-CHECK-OPEN-REJECTS - every GL reject for the period still
*> on the reject files (the newest reconciliation's rejects and
*> the rework run's carry-forward) blocks the close.
*> ----------------------------------------------------------------
4500-CHECK-OPEN-REJECTS.
    OPEN INPUT REJECT-FILE.
    IF PC-REJ-STATUS NOT = "00"
        DISPLAY "PERIODCLOSE: UNABLE TO OPEN GLREJIN, "
            "FILE STATUS = " PC-REJ-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE 'N' TO PC-EOF-SWITCH.
    PERFORM 4600-CHECK-ONE-REJECT
        THRU 4600-EXIT
        UNTIL END-OF-INPUT-FILE.
    CLOSE REJECT-FILE.
4500-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 4600-CHECK-ONE-REJECT - read one open reject and list it if it
*> is in the period.
*> ----------------------------------------------------------------
4600-CHECK-ONE-REJECT.
    READ REJECT-FILE
        AT END
            SET END-OF-INPUT-FILE TO TRUE
            GO TO 4600-EXIT
    END-READ.
    IF GLRJ-ACCT-PERIOD IS NUMERIC
       AND GLRJ-ACCT-PERIOD NOT = ZERO
        MOVE GLRJ-ACCT-PERIOD TO PC-RECORD-PERIOD
    ELSE
        MOVE GLRJ-RUN-DATE (1:6) TO PC-RECORD-PERIOD
    END-IF.
    IF PC-RECORD-PERIOD NOT = PC-CLOSE-PERIOD
        GO TO 4600-EXIT
    END-IF.
    ADD 1 TO PC-REJECT-COUNT.
    MOVE "GLREJOUT" TO BLK-CONTROL-FILE.
    MOVE GLRJ-BATCH-ID TO BLK-BATCH-ID.
    MOVE GLRJ-REJECT-DATE TO BLK-DATE.
    MOVE GLRJ-AMOUNT TO BLK-AMOUNT.
    MOVE SPACES TO BLK-DESCRIPTION.
    STRING "GL REJECT OPEN - " DELIMITED BY SIZE
           GLRJ-REASON         DELIMITED BY SIZE
        INTO BLK-DESCRIPTION
    END-STRING.
    PERFORM 8000-PRINT-BLOCKING-ITEM
        THRU 8000-EXIT.
4600-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 5000-CHECK-SUSPENSE - every suspense item still carried
*> forward that was rejected in the period blocks the close. A
*> suspense record carries no accounting period, so the month of
*> the run that rejected it stands in.
*> ----------------------------------------------------------------
5000-CHECK-SUSPENSE.
    OPEN INPUT SUSPENSE-FILE.
    IF PC-SUSP-STATUS NOT = "00"
        DISPLAY "PERIODCLOSE: UNABLE TO OPEN SUSPFWD, "
            "FILE STATUS = " PC-SUSP-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE 'N' TO PC-EOF-SWITCH.
    PERFORM 5100-CHECK-ONE-SUSPENSE
        THRU 5100-EXIT
        UNTIL END-OF-INPUT-FILE.
    CLOSE SUSPENSE-FILE.
5000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 5100-CHECK-ONE-SUSPENSE - read one carried-forward suspense
*> item and list it if it is in the period.
*> ----------------------------------------------------------------
5100-CHECK-ONE-SUSPENSE.
    READ SUSPENSE-FILE
        AT END
            SET END-OF-INPUT-FILE TO TRUE
            GO TO 5100-EXIT
    END-READ.
    IF SUSP-RUN-DATE (1:6) NOT = PC-CLOSE-PERIOD
        GO TO 5100-EXIT
    END-IF.
    ADD 1 TO PC-SUSPENSE-COUNT.
    MOVE "SUSPFWD" TO BLK-CONTROL-FILE.
    MOVE SPACES TO BLK-BATCH-ID.
    MOVE SUSP-RUN-DATE TO BLK-DATE.
    MOVE ZERO TO BLK-AMOUNT.
    MOVE SPACES TO BLK-DESCRIPTION.
    STRING "SUSPENSE SEQ "   DELIMITED BY SIZE
           SUSP-SEQUENCE-NO  DELIMITED BY SIZE
           " DEPT "          DELIMITED BY SIZE
           SUSP-DEPT-CODE    DELIMITED BY SIZE
           " - "             DELIMITED BY SIZE
           SUSP-REASON       DELIMITED BY SIZE
        INTO BLK-DESCRIPTION
    END-STRING.
    PERFORM 8000-PRINT-BLOCKING-ITEM
        THRU 8000-EXIT.
5100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 5500-CHECK-CHECKPOINT - a completed daily run empties CHKPTF,
*> so any record on it was left by a run that never finished and
*> has not been restarted. A missing dataset holds no checkpoint.
*> ----------------------------------------------------------------
5500-CHECK-CHECKPOINT.
    OPEN INPUT CHECKPOINT-FILE.
    IF PC-CHKPT-STATUS NOT = "00"
        GO TO 5500-EXIT
    END-IF.
    READ CHECKPOINT-FILE
        AT END
            CLOSE CHECKPOINT-FILE
            GO TO 5500-EXIT
    END-READ.
    CLOSE CHECKPOINT-FILE.
    ADD 1 TO PC-CHECKPOINT-COUNT.
    MOVE "CHKPTF" TO BLK-CONTROL-FILE.
    MOVE CHKPT-BATCH-ID TO BLK-BATCH-ID.
    MOVE ZERO TO BLK-DATE.
    MOVE CHKPT-CONTROL-TOTAL TO BLK-AMOUNT.
    MOVE SPACES TO BLK-DESCRIPTION.
    STRING "RUN CHECKPOINTED AT SEQ " DELIMITED BY SIZE
           CHKPT-LAST-SEQUENCE-NO      DELIMITED BY SIZE
           " - NOT RESTARTED"          DELIMITED BY SIZE
        INTO BLK-DESCRIPTION
    END-STRING.
    PERFORM 8000-PRINT-BLOCKING-ITEM
        THRU 8000-EXIT.
5500-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 6000-ACCUMULATE-GL-EXTRACTS - net the period's GL extracts into
*> the recap's GL-side total, exactly as MonthEndRecap does.
*> ----------------------------------------------------------------
6000-ACCUMULATE-GL-EXTRACTS.
    OPEN INPUT GL-FILE.
    IF PC-GL-STATUS NOT = "00"
        DISPLAY "PERIODCLOSE: UNABLE TO OPEN GLIN, "
            "FILE STATUS = " PC-GL-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE 'N' TO PC-EOF-SWITCH.
    PERFORM 6100-ACCUMULATE-ONE-EXTRACT
        THRU 6100-EXIT
        UNTIL END-OF-INPUT-FILE.
    CLOSE GL-FILE.
    COMPUTE PC-RECAP-VARIANCE =
        PC-RECAP-POSTED-TOTAL - PC-RECAP-GL-TOTAL.
6000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 6100-ACCUMULATE-ONE-EXTRACT - net one GL extract record into
*> the period's GL-side total: credits add, debits subtract, and
*> the offset-account contra legs are excluded.
*> ----------------------------------------------------------------
6100-ACCUMULATE-ONE-EXTRACT.
    READ GL-FILE
        AT END
            SET END-OF-INPUT-FILE TO TRUE
            GO TO 6100-EXIT
    END-READ.
    IF PCG-ACCT-PERIOD IS NUMERIC
       AND PCG-ACCT-PERIOD NOT = ZERO
        MOVE PCG-ACCT-PERIOD TO PC-RECORD-PERIOD
    ELSE
        MOVE PCG-RUN-DATE (1:6) TO PC-RECORD-PERIOD
    END-IF.
    IF PC-RECORD-PERIOD = PC-CLOSE-PERIOD
       AND PCG-ACCOUNT-NO NOT = PC-GL-OFFSET-ACCOUNT
        IF PCG-IS-DEBIT
            SUBTRACT PCG-AMOUNT FROM PC-RECAP-GL-TOTAL
        ELSE
            ADD PCG-AMOUNT TO PC-RECAP-GL-TOTAL
        END-IF
    END-IF.
6100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 7000-CLOSE-PERIOD - nothing is open: mark the period closed,
*> add the next period as open if the master does not have it
*> yet, and write the maintained master whole to PERDNEW.
*> ----------------------------------------------------------------
7000-CLOSE-PERIOD.
    MOVE "C" TO PC-PERIOD-STATUS (PC-CLOSE-SUB).
    IF NOT NEXT-PERIOD-ON-MASTER
        IF PC-PERIOD-COUNT >= PC-MAX-PERIODS
            DISPLAY "PERIODCLOSE: MORE THAN " PC-MAX-PERIODS
                " PERIODS ON PERDCTL"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO PC-PERIOD-COUNT
        MOVE PC-NEXT-PERIOD TO PC-PERIOD-NO (PC-PERIOD-COUNT)
        MOVE "O" TO PC-PERIOD-STATUS (PC-PERIOD-COUNT)
    END-IF.
    OPEN OUTPUT NEW-PERIOD-FILE.
    IF PC-PNEW-STATUS NOT = "00"
        DISPLAY "PERIODCLOSE: UNABLE TO OPEN PERDNEW, FILE STATUS = "
            PC-PNEW-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 7100-WRITE-ONE-PERIOD
        THRU 7100-EXIT
        VARYING PC-PERIOD-SUB FROM 1 BY 1
        UNTIL PC-PERIOD-SUB > PC-PERIOD-COUNT.
    CLOSE NEW-PERIOD-FILE.
7000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 7100-WRITE-ONE-PERIOD - write one period to the maintained
*> master.
*> ----------------------------------------------------------------
7100-WRITE-ONE-PERIOD.
    MOVE PC-PERIOD-NO (PC-PERIOD-SUB) TO PC-NEW-PERIOD-NO.
    MOVE PC-PERIOD-STATUS (PC-PERIOD-SUB) TO PC-NEW-PERIOD-STATUS.
    WRITE PC-NEW-PERIOD-RECORD.
7100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 7500-PRINT-CERTIFICATE - the close certificate, on a page of
*> its own: the period closed and the next one opened, every
*> control check clear, the period's month-end recap totals, any
*> unproved batch the closer waived, and the sign-off block.
*> ----------------------------------------------------------------
7500-PRINT-CERTIFICATE.
    MOVE PC-CLOSE-PERIOD TO CRT-CLOSE-PERIOD.
    MOVE PC-RUN-DATE-DISPLAY TO CRT-RUN-DATE.
    WRITE PRINT-LINE FROM PC-CERT-HDR-LINE
        AFTER ADVANCING PAGE.
    MOVE PC-CLOSE-PERIOD TO CST-CLOSE-PERIOD.
    MOVE PC-NEXT-PERIOD TO CST-NEXT-PERIOD.
    EVALUATE TRUE
        WHEN NOT NEXT-PERIOD-ON-MASTER
            MOVE "OPENED" TO CST-NEXT-ACTION
        WHEN PC-NEXT-STATUS = "O"
            MOVE "ALREADY OPEN" TO CST-NEXT-ACTION
        WHEN OTHER
            MOVE "ON MASTER BUT NOT OPEN - LEFT AS IS"
                TO CST-NEXT-ACTION
    END-EVALUATE.
    WRITE PRINT-LINE FROM PC-CERT-STATUS-LINE
        AFTER ADVANCING 2 LINES.
    PERFORM 8500-PRINT-CHECK-COUNTS
        THRU 8500-EXIT.
    MOVE "RUNS IN PERIOD:" TO RCL-LABEL.
    MOVE PC-RECAP-RUN-COUNT TO RCL-COUNT.
    WRITE PRINT-LINE FROM PC-RECAP-COUNT-LINE
        AFTER ADVANCING 2 LINES.
    MOVE "RUNS IN BALANCE:" TO RCL-LABEL.
    MOVE PC-RECAP-IN-BALANCE-COUNT TO RCL-COUNT.
    WRITE PRINT-LINE FROM PC-RECAP-COUNT-LINE
        AFTER ADVANCING 1 LINE.
    MOVE "RUNS OUT OF BALANCE:" TO RCL-LABEL.
    MOVE PC-RECAP-OUT-BALANCE-COUNT TO RCL-COUNT.
    WRITE PRINT-LINE FROM PC-RECAP-COUNT-LINE
        AFTER ADVANCING 1 LINE.
    MOVE "RUNS UNPROVED:" TO RCL-LABEL.
    MOVE PC-RECAP-UNPROVED-COUNT TO RCL-COUNT.
    WRITE PRINT-LINE FROM PC-RECAP-COUNT-LINE
        AFTER ADVANCING 1 LINE.
    MOVE "PERIOD POSTED TOTAL:" TO RAL-LABEL.
    MOVE PC-RECAP-POSTED-TOTAL TO RAL-AMOUNT.
    WRITE PRINT-LINE FROM PC-RECAP-AMOUNT-LINE
        AFTER ADVANCING 2 LINES.
    MOVE "PERIOD GL EXTRACT TOTAL:" TO RAL-LABEL.
    MOVE PC-RECAP-GL-TOTAL TO RAL-AMOUNT.
    WRITE PRINT-LINE FROM PC-RECAP-AMOUNT-LINE
        AFTER ADVANCING 1 LINE.
    IF PC-RECAP-VARIANCE = ZERO
        MOVE "GL PROVED - VARIANCE:" TO RAL-LABEL
    ELSE
        MOVE "GL OUT OF PROOF - VARIANCE:" TO RAL-LABEL
    END-IF.
    MOVE PC-RECAP-VARIANCE TO RAL-AMOUNT.
    WRITE PRINT-LINE FROM PC-RECAP-AMOUNT-LINE
        AFTER ADVANCING 1 LINE.
    IF PC-WAIVED-COUNT > ZERO
        MOVE SPACES TO PRINT-LINE
        WRITE PRINT-LINE
            AFTER ADVANCING 1 LINE
        PERFORM 7600-PRINT-ONE-WAIVED-RUN
            THRU 7600-EXIT
            VARYING PC-RUN-SUB FROM 1 BY 1
            UNTIL PC-RUN-SUB > PC-RUN-COUNT
    END-IF.
    MOVE PC-CLOSED-BY TO CBY-USER-ID.
    MOVE PC-RUN-DATE-DISPLAY TO CBY-DATE.
    MOVE PC-TIME-DISPLAY TO CBY-TIME.
    WRITE PRINT-LINE FROM PC-CLOSED-BY-LINE
        AFTER ADVANCING 3 LINES.
    MOVE "CLOSED BY:" TO SIG-LABEL.
    WRITE PRINT-LINE FROM PC-SIGNATURE-LINE
        AFTER ADVANCING 3 LINES.
    MOVE "CONTROLLER:" TO SIG-LABEL.
    WRITE PRINT-LINE FROM PC-SIGNATURE-LINE
        AFTER ADVANCING 3 LINES.
7500-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 7600-PRINT-ONE-WAIVED-RUN - one waived unproved batch's line.
*> ----------------------------------------------------------------
7600-PRINT-ONE-WAIVED-RUN.
    IF THIS-RUN-PROVED (PC-RUN-SUB)
       OR PC-RUN-BATCH-ID (PC-RUN-SUB) = SPACES
        GO TO 7600-EXIT
    END-IF.
    MOVE 'N' TO PC-FOUND-SWITCH.
    SET PC-WAIVE-INDEX TO 1.
    SEARCH PC-WAIVE-ENTRY
        AT END
            CONTINUE
        WHEN PC-WAIVE-INDEX > PC-WAIVE-COUNT
            CONTINUE
        WHEN PC-WAIVE-BATCH-ID (PC-WAIVE-INDEX)
                = PC-RUN-BATCH-ID (PC-RUN-SUB)
            SET ENTRY-WAS-FOUND TO TRUE
    END-SEARCH.
    IF NOT ENTRY-WAS-FOUND
        GO TO 7600-EXIT
    END-IF.
    MOVE PC-RUN-BATCH-ID (PC-RUN-SUB) TO WVL-BATCH-ID.
    MOVE PC-RUN-RUN-DATE (PC-RUN-SUB) TO WVL-RUN-DATE.
    MOVE PC-RUN-CONTROL-TOTAL (PC-RUN-SUB) TO WVL-CONTROL-TOTAL.
    WRITE PRINT-LINE FROM PC-WAIVED-LINE
        AFTER ADVANCING 1 LINE.
7600-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 8000-PRINT-BLOCKING-ITEM - list one open item from the line
*> the check has filled in; the first one prints the heading.
*> ----------------------------------------------------------------
8000-PRINT-BLOCKING-ITEM.
    ADD 1 TO PC-BLOCKING-COUNT.
    IF PC-BLOCKING-COUNT = 1
        WRITE PRINT-LINE FROM PC-BLOCK-HDR-LINE
            AFTER ADVANCING 2 LINES
    END-IF.
    WRITE PRINT-LINE FROM PC-BLOCK-LINE
        AFTER ADVANCING 1 LINE.
8000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 8500-PRINT-CHECK-COUNTS - one line per control check with its
*> open-item count, CLEAR or OPEN.
*> ----------------------------------------------------------------
8500-PRINT-CHECK-COUNTS.
    MOVE "RUNS NEVER PROVED (RUNHIST):" TO CHK-LABEL.
    MOVE PC-UNPROVED-COUNT TO PC-CHECK-COUNT.
    PERFORM 8600-PRINT-ONE-CHECK-COUNT
        THRU 8600-EXIT.
    MOVE "HELD BATCHES (GLHOLD):" TO CHK-LABEL.
    MOVE PC-HELD-BLOCK-COUNT TO PC-CHECK-COUNT.
    PERFORM 8600-PRINT-ONE-CHECK-COUNT
        THRU 8600-EXIT.
    MOVE "UNANSWERED EXTRACTS (GLPEND):" TO CHK-LABEL.
    MOVE PC-PENDING-COUNT TO PC-CHECK-COUNT.
    PERFORM 8600-PRINT-ONE-CHECK-COUNT
        THRU 8600-EXIT.
    MOVE "OPEN GL REJECTS (GLREJOUT):" TO CHK-LABEL.
    MOVE PC-REJECT-COUNT TO PC-CHECK-COUNT.
    PERFORM 8600-PRINT-ONE-CHECK-COUNT
        THRU 8600-EXIT.
    MOVE "SUSPENSE ITEMS (SUSPFWD):" TO CHK-LABEL.
    MOVE PC-SUSPENSE-COUNT TO PC-CHECK-COUNT.
    PERFORM 8600-PRINT-ONE-CHECK-COUNT
        THRU 8600-EXIT.
    MOVE "LEFTOVER CHECKPOINT (CHKPTF):" TO CHK-LABEL.
    MOVE PC-CHECKPOINT-COUNT TO PC-CHECK-COUNT.
    PERFORM 8600-PRINT-ONE-CHECK-COUNT
        THRU 8600-EXIT.
8500-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 8600-PRINT-ONE-CHECK-COUNT - one control check's count line.
*> ----------------------------------------------------------------
8600-PRINT-ONE-CHECK-COUNT.
    MOVE PC-CHECK-COUNT TO CHK-COUNT.
    IF PC-CHECK-COUNT = ZERO
        MOVE "CLEAR" TO CHK-VERDICT
    ELSE
        MOVE "OPEN" TO CHK-VERDICT
    END-IF.
    WRITE PRINT-LINE FROM PC-CHECK-COUNT-LINE
        AFTER ADVANCING 1 LINE.
8600-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 9000-FINALIZE - refuse the close if anything is open, or close
*> the period and print the certificate. RETURN-CODE 12 means
*> the period stayed open (the listed items need working first);
*> 0 means it closed and PERDNEW holds the maintained master.
*> ----------------------------------------------------------------
9000-FINALIZE.
    IF PC-BLOCKING-COUNT > ZERO
        MOVE SPACES TO PRINT-LINE
        WRITE PRINT-LINE
            AFTER ADVANCING 1 LINE
        PERFORM 8500-PRINT-CHECK-COUNTS
            THRU 8500-EXIT
        MOVE PC-BLOCKING-COUNT TO REF-BLOCKING-COUNT
        WRITE PRINT-LINE FROM PC-REFUSED-LINE
            AFTER ADVANCING 2 LINES
        DISPLAY "PERIODCLOSE: PERIOD " PC-CLOSE-PERIOD
            " NOT CLOSED - " PC-BLOCKING-COUNT " OPEN ITEM(S)"
        CLOSE PRINT-FILE
        MOVE 12 TO RETURN-CODE
        GO TO 9000-EXIT
    END-IF.
    PERFORM 7000-CLOSE-PERIOD
        THRU 7000-EXIT.
    MOVE "NO OPEN ITEMS - PERIOD CLOSED" TO MSG-TEXT.
    WRITE PRINT-LINE FROM PC-MESSAGE-LINE
        AFTER ADVANCING 2 LINES.
    PERFORM 7500-PRINT-CERTIFICATE
        THRU 7500-EXIT.
    CLOSE PRINT-FILE.
    MOVE ZERO TO RETURN-CODE.
9000-EXIT.
    EXIT.
