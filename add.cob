*>     an abend: the checkpoint is now rewritten after every record
*>     instead of batched, and the trailer is gated by the same
*>     checkpoint-sequence test as a detail record.
*>   - Took several batches in one run: TRANIN may now carry any
*>     number of batches back to back, each closed by its own
*>     trailer (a change of batch number with no trailer between
*>     closes the batch in progress as unproved). Every batch is
*>     stamped, period-checked, currency-resolved, proved, checked
*>     against the register, tested for release, registered, and
*>     written to the run history on its own, in its own section
*>     of the control report, and one batch's failure - a closed
*>     period, a currency with no rate, an out-of-balance total, a
*>     duplicate - no longer stops the rest: a refused batch is
*>     passed over to its trailer with RETURN-CODE 12 (the
*>     currency refusal, formerly 16, joins the period refusal
*>     there, since neither means the run itself failed). A run
*>     summary page lists every batch's outcome and the run
*>     returns the highest code any batch earned. The checkpoint
*>     carries the count of batches already finished, so a
*>     restart passes over them untouched and resumes inside the
*>     batch that was in progress; the GL and pending-release
*>     files are extended on a restart so the finished batches'
*>     extracts are kept. A duplicate's rejects are trimmed from
*>     the suspense output back to where its batch began, instead
*>     of emptying everything the run rejected.
*>   - Chained the audit trail: each audit record now carries its
*>     entry number within the batch (1 up, restored from the
*>     department counts on a restart so a resumed batch carries
*>     on where it stopped) and the running check value, folded
*>     from the value on the record before it. The last value on
*>     the trail is read before AUDITOUT is extended.
*>   - Refused a restart (RETURN-CODE 16) whose checkpoint was
*>     taken in a different batch from the one in its place on
*>     TRANIN, so a rerun against the wrong tape cannot pass over
*>     or resume batches that never ran.
*> ================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. AddThreeNumbers.
01  AD-RESTARTED-RUN-SWITCH         PIC X(01) VALUE 'N'.
    88  THIS-IS-A-RESTARTED-RUN            VALUE 'Y'.

*> Multi-batch state. TRANIN carries one or more batches back to
*> back, each closed by its trailer; AD-BATCH-ORDINAL counts them
*> in file order. A restart passes over the batches the checkpoint
*> says were already finished (AD-RESTART-BATCHES-DONE) and
*> resumes inside the next one - the resumed batch - only when the
*> checkpoint was taken part way through it (a nonzero sequence
*> number); a checkpoint taken at a batch boundary means the next
*> batch simply starts fresh. The checkpoint record is saved whole
*> at initialization and put back when the resumed batch opens.
01  AD-BATCH-OPEN-SWITCH            PIC X(01) VALUE 'N'.
    88  BATCH-IS-IN-PROGRESS               VALUE 'Y'.
01  AD-BATCH-SKIP-SWITCH            PIC X(01) VALUE 'N'.
    88  BATCH-WAS-ALREADY-DONE             VALUE 'Y'.
01  AD-BATCH-REFUSED-SWITCH         PIC X(01) VALUE 'N'.
    88  BATCH-WAS-REFUSED                  VALUE 'Y'.
01  AD-RESUMED-BATCH-SWITCH         PIC X(01) VALUE 'N'.
    88  THIS-IS-THE-RESUMED-BATCH          VALUE 'Y'.
01  AD-BATCH-ORDINAL                PIC 9(4) VALUE 0.
01  AD-RESTART-BATCHES-DONE         PIC 9(4) VALUE 0.
01  AD-RESTART-SEQ                  PIC 9(6) VALUE 0.
01  AD-BATCH-OUTCOME                PIC X(20) VALUE SPACES.

*> The checkpoint record saved at initialization, in CHKPTREC form;
*> the checkpoint file is closed by the time the resumed batch
*> opens, so its record area is not used.
    COPY CHKPTREC REPLACING LEADING ==CHKPT-== BY ==AD-SAVED-==.

*> Run-level results, gathered batch by batch for the run summary
*> page. The run returns the highest code any of its batches
*> earned. The counts and the posted total ride the checkpoint; the
*> one-line-per-batch table does not, so a restarted run lists only
*> the batches it handled itself (the earlier ones have their own
*> sections further up the same report).
01  AD-RUN-RETURN-CODE              PIC 9(2) VALUE 0.
01  AD-RUN-BATCH-COUNT              PIC 9(4) VALUE 0.
01  AD-RUN-POSTED-COUNT             PIC 9(4) VALUE 0.
01  AD-RUN-HELD-COUNT               PIC 9(4) VALUE 0.
01  AD-RUN-DUPLICATE-COUNT          PIC 9(4) VALUE 0.
01  AD-RUN-UNPROVED-COUNT           PIC 9(4) VALUE 0.
01  AD-RUN-REFUSED-COUNT            PIC 9(4) VALUE 0.
01  AD-RUN-POSTED-TOTAL             PIC S9(11)V99 VALUE 0.
01  AD-SUMMARY-AREA.
    05  AD-SUMMARY-COUNT            PIC 9(2) COMP VALUE 0.
    05  AD-SUMMARY-MAX              PIC 9(2) COMP VALUE 99.
    05  AD-SUMMARY-SUB              PIC 9(2) COMP VALUE 0.
    05  AD-SUMMARY-ENTRY OCCURS 99 TIMES.
        10  AD-SMY-BATCH-ID         PIC X(08).
        10  AD-SMY-ACCT-PERIOD      PIC 9(06).
        10  AD-SMY-RECORD-COUNT     PIC 9(06).
        10  AD-SMY-REJECT-COUNT     PIC 9(06).
        10  AD-SMY-BASE-TOTAL       PIC S9(9)V99.
        10  AD-SMY-OUTCOME          PIC X(20).

*> Suspense-file positions. AD-SUSP-WRITTEN-COUNT counts the
*> records this run has put on SUSPOUT; AD-SUSP-BASE-COUNT is where
*> the batch in progress began. A duplicate batch trims the file
*> back to its base count, holding the earlier batches' rejects in
*> the keep table while the file is rewritten.
*> AD-SUSP-KEEP-ENTRY is a byte copy of SUSPREC (293 bytes).
01  AD-SUSP-WRITTEN-COUNT           PIC 9(6) VALUE 0.
01  AD-SUSP-BASE-COUNT              PIC 9(6) VALUE 0.
01  AD-SUSP-KEEP-AREA.
    05  AD-SUSP-KEEP-COUNT          PIC 9(4) COMP VALUE 0.
    05  AD-SUSP-KEEP-MAX            PIC 9(4) COMP VALUE 500.
    05  AD-SUSP-KEEP-SUB            PIC 9(4) COMP VALUE 0.
    05  AD-SUSP-KEEP-ENTRY OCCURS 500 TIMES
                                    PIC X(293).

01  AD-PRINT-STATUS                 PIC X(02) VALUE SPACES.
01  AD-SUSP-STATUS                  PIC X(02) VALUE SPACES.
01  AD-TRAN-STATUS                  PIC X(02) VALUE SPACES.
01  AD-USER-ID                      PIC X(08) VALUE SPACES.
01  AD-AUDIT-STATUS                 PIC X(02) VALUE SPACES.

*> Audit trail chaining. AD-CHAIN-VALUE holds the check value on
*> the last record on the trail; each record written folds its
*> bytes into it (5100). A byte is folded by its code point, which
*> the binary halfword over AD-CHAIN-BYTE-AREA reads out.
01  AD-CHAIN-TAIL-EOF-SWITCH        PIC X(01) VALUE 'N'.
    88  END-OF-CHAIN-TAIL                  VALUE 'Y'.
01  AD-BATCH-ENTRY-NO               PIC 9(06) VALUE 0.
01  AD-CHAIN-VALUE                  PIC 9(09) VALUE 0.
01  AD-CHAIN-SUB                    PIC 9(03) COMP VALUE 0.
01  AD-CHAIN-PRODUCT                PIC 9(11) VALUE 0.
01  AD-CHAIN-QUOTIENT               PIC 9(11) VALUE 0.
01  AD-CHAIN-BYTE-AREA.
    05  FILLER                      PIC X(01) VALUE LOW-VALUE.
    05  AD-CHAIN-BYTE               PIC X(01) VALUE LOW-VALUE.
01  AD-CHAIN-BYTE-VALUE REDEFINES AD-CHAIN-BYTE-AREA
                                    PIC 9(4) COMP.

01  AD-BATCH-ID                     PIC X(08) VALUE SPACES.
01  AD-BATCH-NO-SWITCH              PIC X(01) VALUE 'N'.
    88  BATCH-NO-WAS-CARRIED               VALUE 'Y'.
    05  PRF-ACCT-PERIOD             PIC 9(06).
    05  PRF-PERIOD-REASON           PIC X(40).

01  AD-SECTION-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(16) VALUE "BATCH SECTION:".
    05  SEC-BATCH-ORDINAL           PIC ZZZ9.
    05  FILLER                      PIC X(12) VALUE " OF THIS RUN".

*> A batch's currency-rate refusal line; the period refusal has
*> its own line above.
01  AD-RATE-REFUSED-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(09) VALUE "CURRENCY".
    05  RRF-CURRENCY-CODE           PIC X(03).
    05  FILLER                      PIC X(40)
        VALUE " HAS NO USABLE RATE - BATCH REFUSED".

01  AD-REFUSED-SKIP-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(52) VALUE
        "BATCH PASSED OVER TO ITS TRAILER - NOTHING TOTALLED".

01  AD-SUSP-NOT-TRIMMED-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(60) VALUE
        "SUSPENSE NOT TRIMMED - REMOVE THIS BATCH'S REJECTS BY HAND".

01  AD-SUMMARY-HDR1-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(20) VALUE "RUN SUMMARY".
    05  FILLER                      PIC X(10) VALUE SPACES.
    05  FILLER                      PIC X(10) VALUE "RUN DATE:".
    05  SUM-RUN-DATE                PIC X(10).

01  AD-SUMMARY-HDR2-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(10) VALUE "BATCH".
    05  FILLER                      PIC X(08) VALUE "PERIOD".
    05  FILLER                      PIC X(09) VALUE "RECORDS".
    05  FILLER                      PIC X(08) VALUE "REJECTS".
    05  FILLER                      PIC X(18) VALUE "    BASE TOTAL".
    05  FILLER                      PIC X(20) VALUE "OUTCOME".

01  AD-SUMMARY-DETAIL-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  SMD-BATCH-ID                PIC X(08).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  SMD-ACCT-PERIOD             PIC 9(06).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  SMD-RECORD-COUNT            PIC ZZZZZ9.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  SMD-REJECT-COUNT            PIC ZZZZZ9.
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  SMD-BASE-TOTAL              PIC ZZZ,ZZZ,ZZ9.99- .
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  SMD-OUTCOME                 PIC X(20).

01  AD-SUMMARY-COUNT-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  SMC-LABEL                   PIC X(32).
    05  SMC-COUNT                   PIC ZZZ9.

01  AD-SUMMARY-TOTAL-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(32)
        VALUE "TOTAL POSTED (BASE CURRENCY):".
    05  SMT-POSTED-TOTAL            PIC ZZ,ZZZ,ZZZ,ZZ9.99- .

01  AD-SUMMARY-RC-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(32) VALUE "RUN RETURN CODE:".
    05  SMR-RETURN-CODE             PIC Z9.

01  AD-SUMMARY-NOTE-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  SMN-NOTE                    PIC X(60).

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-INITIALIZE

*> ----------------------------------------------------------------
*> 1000-INITIALIZE - find out whether this is a restart, open the
*> files accordingly, print the run's report header, and prime the
*> read. Everything that belongs to one batch - its stamps, its
*> period and currency, its section of the report - waits for
*> 2020-OPEN-BATCH, since the file may carry several.
*> ----------------------------------------------------------------
1000-INITIALIZE.
    OPEN INPUT TRANS-FILE.
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 1400-READ-PARAMETERS
        THRU 1400-EXIT.
    PERFORM 1300-LOAD-DEPT-ACCOUNTS
        THRU 1300-EXIT.
    PERFORM 1200-READ-CHECKPOINT
        THRU 1200-EXIT.
    PERFORM 1060-OPEN-PRINT-FILE
        THRU 1060-EXIT.
    PERFORM 1070-OPEN-SUSPENSE-FILE
        THRU 1070-EXIT.
    PERFORM 1050-OPEN-AUDIT-FILE
        THRU 1050-EXIT.
    PERFORM 1080-OPEN-GL-FILES
        THRU 1080-EXIT.
    ACCEPT AD-USER-ID FROM ENVIRONMENT "USER".
    PERFORM 1100-PRINT-REPORT-HEADERS
        THRU 1100-EXIT.
    PERFORM 1980-LOAD-RUN-NORMS
        THRU 1980-EXIT.
    PERFORM 2100-READ-TRANSACTION
1000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1050-OPEN-AUDIT-FILE - the audit trail is appended to across
*> runs; create it on the very first run, extend it thereafter.
*> The trail is read through first for the check value on its
*> last record, which the run's first audit record chains from.
*> ----------------------------------------------------------------
1050-OPEN-AUDIT-FILE.
    OPEN INPUT AUDIT-FILE.
    IF AD-AUDIT-STATUS = "00"
        PERFORM 1055-READ-CHAIN-TAIL
            THRU 1055-EXIT
            UNTIL END-OF-CHAIN-TAIL
        CLOSE AUDIT-FILE
    END-IF.
    OPEN EXTEND AUDIT-FILE.
    IF AD-AUDIT-STATUS = "35"
        OPEN OUTPUT AUDIT-FILE
1050-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1055-READ-CHAIN-TAIL - read one audit record on the way to the
*> end of the trail, keeping its check value. A record without one
*> (written before the trail was chained) leaves zero.
*> ----------------------------------------------------------------
1055-READ-CHAIN-TAIL.
    READ AUDIT-FILE
        AT END
            SET END-OF-CHAIN-TAIL TO TRUE
            GO TO 1055-EXIT
    END-READ.
    IF AUDIT-CHAIN-VALUE IS NUMERIC
        MOVE AUDIT-CHAIN-VALUE TO AD-CHAIN-VALUE
    ELSE
        MOVE ZERO TO AD-CHAIN-VALUE
    END-IF.
1055-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1060-OPEN-PRINT-FILE - a restarted run extends the control
*> report already on file so the pre-abend detail lines are not
1070-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1080-OPEN-GL-FILES - a restarted run extends the GL extract and
*> the pending-release file already on file, since the batches the
*> abended run finished before it went down wrote their extracts
*> there and a restart passes over those batches; a fresh run
*> starts both clean.
*> ----------------------------------------------------------------
1080-OPEN-GL-FILES.
    IF THIS-IS-A-RESTARTED-RUN
        OPEN EXTEND GL-FILE
        IF AD-GL-STATUS = "35"
            OPEN OUTPUT GL-FILE
        END-IF
    ELSE
        OPEN OUTPUT GL-FILE
    END-IF.
    IF AD-GL-STATUS NOT = "00"
        DISPLAY "ADDTHREENUMBERS: UNABLE TO OPEN GLOUT, FILE STATUS = "
            AD-GL-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF THIS-IS-A-RESTARTED-RUN
        OPEN EXTEND HOLD-FILE
        IF AD-HOLD-STATUS = "35"
            OPEN OUTPUT HOLD-FILE
        END-IF
    ELSE
        OPEN OUTPUT HOLD-FILE
    END-IF.
    IF AD-HOLD-STATUS NOT = "00"
        DISPLAY "ADDTHREENUMBERS: UNABLE TO OPEN GLHOLD, "
            "FILE STATUS = " AD-HOLD-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
1080-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1100-PRINT-REPORT-HEADERS - work out the run date (needed by the
*> audit trail and GL extract whether or not a header prints) and
*> write the run's heading and parameter echo. A restarted run
*> skips the heading itself, since PRINT-FILE was opened EXTEND
*> specifically to keep the pre-abend lines as one continuous
*> report; a second heading block would otherwise land in the
*> middle of it. Each batch heads its own section (2070).
*> ----------------------------------------------------------------
1100-PRINT-REPORT-HEADERS.
    ACCEPT AD-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
    STRING AD-RUN-MM   DELIMITED BY SIZE
           "/"         DELIMITED BY SIZE
           AD-RUN-DD   DELIMITED BY SIZE
    IF NOT THIS-IS-A-RESTARTED-RUN
        WRITE PRINT-LINE FROM AD-HDR1-LINE
            AFTER ADVANCING PAGE
        PERFORM 1150-PRINT-PARAMETER-ECHO
            THRU 1150-EXIT
    END-IF.
1100-EXIT.
    EXIT.
*> operations can tell from an edit failure (4), a duplicate (8),
*> or a file failure (16): the work is fine, the dating is not,
*> and accounting decides whether to reopen the period or redate
*> the batch. The refused batch is passed over to its trailer and
*> the run goes on to the next one. A missing PERDCTL dataset
*> means the shop is not running period control, and everything
*> is open as before.
*> ----------------------------------------------------------------
1950-CHECK-ACCOUNTING-PERIOD.
    OPEN INPUT PERIOD-FILE.
    MOVE AD-ACCT-PERIOD TO PRF-ACCT-PERIOD.
    IF PERIOD-IS-ON-MASTER
        MOVE " IS CLOSED - BATCH REFUSED" TO PRF-PERIOD-REASON
        MOVE "PERIOD CLOSED" TO AD-BATCH-OUTCOME
        DISPLAY "ADDTHREENUMBERS: BATCH " AD-BATCH-ID " PERIOD "
            AD-ACCT-PERIOD " IS CLOSED - BATCH REFUSED"
    ELSE
        MOVE " NOT ON PERIOD MASTER - BATCH REFUSED"
            TO PRF-PERIOD-REASON
        MOVE "PERIOD NOT ON MASTER" TO AD-BATCH-OUTCOME
        DISPLAY "ADDTHREENUMBERS: BATCH " AD-BATCH-ID " PERIOD "
            AD-ACCT-PERIOD " NOT ON PERIOD MASTER - BATCH REFUSED"
    END-IF.
    WRITE PRINT-LINE FROM AD-PERIOD-REFUSED-LINE
        AFTER ADVANCING 2 LINES.
    SET BATCH-WAS-REFUSED TO TRUE.
1950-EXIT.
    EXIT.

*> batch converts at the rate that governed its date. No master,
*> or no usable rate, refuses the batch before anything totals -
*> converting at a guessed rate is the desk-calculator problem
*> the master exists to end. Like a closed period, the refusal
*> passes the batch over with RETURN-CODE 12 and the run goes on.
*> A base-currency batch skips all of this and runs on the
*> assembled rate of 1.
*> ----------------------------------------------------------------
1970-RESOLVE-CURRENCY-RATE.
    IF BATCH-IS-BASE-CURRENCY
            AD-BATCH-CURRENCY " EFFECTIVE " AD-ACCT-DATE
        GO TO 1970-REFUSE
    END-IF.
    IF NOT THIS-IS-THE-RESUMED-BATCH
        MOVE AD-BATCH-CURRENCY TO CUR-CURRENCY-CODE
        MOVE AD-CONV-RATE TO CUR-CONV-RATE
        MOVE AD-RATE-EFF-DATE TO CUR-EFF-DATE
    END-IF.
    GO TO 1970-EXIT.
1970-REFUSE.
    MOVE AD-BATCH-CURRENCY TO RRF-CURRENCY-CODE.
    WRITE PRINT-LINE FROM AD-RATE-REFUSED-LINE
        AFTER ADVANCING 2 LINES.
    MOVE "NO CURRENCY RATE" TO AD-BATCH-OUTCOME.
    SET BATCH-WAS-REFUSED TO TRUE.
1970-EXIT.
    EXIT.


*> ----------------------------------------------------------------
*> 1200-READ-CHECKPOINT - pick up where a prior, abended run left
*> off. A missing or empty checkpoint file means a fresh run. Only
*> the run-level state is restored here - how many batches were
*> finished, and the run's outcome counts so far; the batch in
*> progress gets its own state back from the saved record when
*> 2020-OPEN-BATCH reaches it.
*> ----------------------------------------------------------------
1200-READ-CHECKPOINT.
    OPEN INPUT CHECKPOINT-FILE.
        AT END
            GO TO 1200-CLOSE
    END-READ.
    SET THIS-IS-A-RESTARTED-RUN TO TRUE.
    MOVE CHKPT-RECORD TO AD-SAVED-RECORD.
    MOVE CHKPT-LAST-SEQUENCE-NO TO AD-RESTART-SEQ.
    IF CHKPT-BATCHES-DONE IS NUMERIC
        MOVE CHKPT-BATCHES-DONE TO AD-RESTART-BATCHES-DONE
        MOVE CHKPT-RUN-RETURN-CODE TO AD-RUN-RETURN-CODE
        MOVE CHKPT-RUN-POSTED-COUNT TO AD-RUN-POSTED-COUNT
        MOVE CHKPT-RUN-HELD-COUNT TO AD-RUN-HELD-COUNT
        MOVE CHKPT-RUN-DUPLICATE-COUNT TO AD-RUN-DUPLICATE-COUNT
        MOVE CHKPT-RUN-UNPROVED-COUNT TO AD-RUN-UNPROVED-COUNT
        MOVE CHKPT-RUN-REFUSED-COUNT TO AD-RUN-REFUSED-COUNT
        MOVE CHKPT-RUN-POSTED-TOTAL TO AD-RUN-POSTED-TOTAL
        MOVE CHKPT-SUSP-WRITTEN-COUNT TO AD-SUSP-WRITTEN-COUNT
        MOVE AD-RESTART-BATCHES-DONE TO AD-RUN-BATCH-COUNT
    END-IF.
1200-CLOSE.
    CLOSE CHECKPOINT-FILE.
1200-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1210-RESTORE-BATCH-STATE - put the resumed batch's accumulators
*> back from the saved checkpoint: the sequence gate, the control
*> totals, the reject count, the trailer's figure, and the
*> department state. The GL detail table is not carried, so a
*> detail-mode batch falls back to summary posting.
*> ----------------------------------------------------------------
1210-RESTORE-BATCH-STATE.
    MOVE AD-SAVED-LAST-SEQUENCE-NO TO AD-LAST-CHECKPOINT-SEQ.
    MOVE AD-SAVED-CONTROL-TOTAL TO AD-CONTROL-TOTAL.
    MOVE AD-SAVED-REJECT-COUNT TO AD-REJECT-COUNT.
    MOVE AD-SAVED-EXPECTED-TOTAL TO AD-EXPECTED-TOTAL.
    MOVE AD-SAVED-TRAILER-SWITCH TO AD-TRAILER-SWITCH.
    IF AD-SAVED-BASE-CONTROL-TOTAL IS NUMERIC
        MOVE AD-SAVED-BASE-CONTROL-TOTAL TO AD-BASE-CONTROL-TOTAL
    ELSE
        MOVE AD-CONTROL-TOTAL TO AD-BASE-CONTROL-TOTAL
    END-IF.
    IF AD-SAVED-SUSP-BASE-COUNT IS NUMERIC
        MOVE AD-SAVED-SUSP-BASE-COUNT TO AD-SUSP-BASE-COUNT
    END-IF.
    PERFORM 1220-RESTORE-DEPT-STATE
        THRU 1220-EXIT.
    IF GL-DETAIL-MODE
        SET GL-DETAIL-FELL-BACK TO TRUE
    END-IF.
1210-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> leaves the fresh-run defaults in place.
*> ----------------------------------------------------------------
1220-RESTORE-DEPT-STATE.
    IF AD-SAVED-DEPT-COUNT IS NOT NUMERIC
        GO TO 1220-EXIT
    END-IF.
    IF AD-SAVED-CURRENT-DEPT NOT = SPACES
        MOVE AD-SAVED-CURRENT-DEPT TO AD-CURRENT-DEPT
    END-IF.
    PERFORM 1230-RESTORE-ONE-DEPT
        THRU 1230-EXIT
        VARYING AD-CHKPT-DEPT-SUB FROM 1 BY 1
        UNTIL AD-CHKPT-DEPT-SUB > AD-SAVED-DEPT-COUNT.
1220-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1230-RESTORE-ONE-DEPT - merge one checkpointed department's
*> accumulators into the loaded department table. Its transaction
*> count adds into the batch's audit entry number, so the resumed
*> batch numbers its audit records on from where it stopped.
*> ----------------------------------------------------------------
1230-RESTORE-ONE-DEPT.
    MOVE AD-SAVED-DEPT-CODE (AD-CHKPT-DEPT-SUB) TO AD-SEARCH-DEPT.
    PERFORM 2800-LOCATE-DEPT
        THRU 2800-EXIT.
    MOVE AD-SAVED-DEPT-SUBTOTAL (AD-CHKPT-DEPT-SUB)
        TO AD-DEPT-SUBTOTAL (AD-ACTIVE-DEPT-SUB).
    MOVE AD-SAVED-DEPT-TRAN-COUNT (AD-CHKPT-DEPT-SUB)
        TO AD-DEPT-TRAN-COUNT (AD-ACTIVE-DEPT-SUB).
    ADD AD-SAVED-DEPT-TRAN-COUNT (AD-CHKPT-DEPT-SUB)
        TO AD-BATCH-ENTRY-NO.
1230-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1240-CHECK-RESTART-BATCH - prove that the batch a restart resumes
*> in (or, from a checkpoint taken at a batch boundary, the last
*> batch it passes over) is the batch the checkpoint was taken in.
*> A restart against a different tape would otherwise pass over
*> or resume batches that never ran, so it is refused before
*> anything is written. A checkpoint in the old layout carries no
*> batch id, and a batch with no number on the tape runs under
*> the run date, so neither can be compared.
*> ----------------------------------------------------------------
1240-CHECK-RESTART-BATCH.
    IF AD-SAVED-BATCH-ID = SPACES
       OR TRAN-BATCH-NO IS NOT NUMERIC
       OR TRAN-BATCH-NO = "00000000"
        GO TO 1240-EXIT
    END-IF.
    IF AD-RESTART-SEQ > ZERO
       AND AD-BATCH-ORDINAL NOT = AD-RESTART-BATCHES-DONE + 1
        GO TO 1240-EXIT
    END-IF.
    IF AD-RESTART-SEQ = ZERO
       AND AD-BATCH-ORDINAL NOT = AD-RESTART-BATCHES-DONE
        GO TO 1240-EXIT
    END-IF.
    IF AD-SAVED-BATCH-ID = AD-BATCH-ID
        GO TO 1240-EXIT
    END-IF.
    DISPLAY "ADDTHREENUMBERS: CHECKPOINT WAS TAKEN IN BATCH "
        AD-SAVED-BATCH-ID " BUT BATCH " AD-BATCH-ID
        " IS IN ITS PLACE ON TRANIN - RESTART REFUSED".
    MOVE 16 TO RETURN-CODE.
    STOP RUN.
1240-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2000-PROCESS-TRANSACTIONS - edit one triple, total and print it
*> if it passes, or route it to suspense if it fails. The batch's
*> the file from the top, so the identity comes out the same
*> whether or not the run is a restart, and the input file is
*> read exactly once per run.
*> The first record of each batch opens it (2020) and its trailer
*> closes it (2040), outside the gate too, so a batch whose
*> trailer was already checkpointed still finishes on restart. A
*> batch a restart found already finished, or one refused at its
*> opening, is read through to its trailer without processing.
*> ----------------------------------------------------------------
2000-PROCESS-TRANSACTIONS.
    IF BATCH-IS-IN-PROGRESS
        PERFORM 2010-CHECK-BATCH-BOUNDARY
            THRU 2010-EXIT
    END-IF.
    IF NOT BATCH-IS-IN-PROGRESS
        PERFORM 2020-OPEN-BATCH
            THRU 2020-EXIT
    END-IF.
    IF BATCH-WAS-ALREADY-DONE
        GO TO 2000-READ-NEXT
    END-IF.
    PERFORM 2300-FOLD-BATCH-IDENTITY
        THRU 2300-EXIT.
    IF BATCH-WAS-REFUSED
        GO TO 2000-READ-NEXT
    END-IF.
    IF TRAN-SEQUENCE-NO > AD-LAST-CHECKPOINT-SEQ
        IF TRAN-IS-TRAILER
            PERFORM 2900-CAPTURE-EXPECTED-TOTAL
                THRU 2700-EXIT
        END-IF
    END-IF.
2000-READ-NEXT.
    IF TRAN-IS-TRAILER
        PERFORM 2040-CLOSE-BATCH
            THRU 2040-EXIT
    END-IF.
    PERFORM 2100-READ-TRANSACTION
        THRU 2100-EXIT.
2000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2010-CHECK-BATCH-BOUNDARY - a record carrying a batch number
*> other than the one in progress starts a new batch even though
*> no trailer came between: the batch in progress closes as it
*> stands (unproved, since its control figure never arrived) and
*> the record opens the next. A record with no number belongs to
*> whatever batch is in progress, as on an old-format tape.
*> ----------------------------------------------------------------
2010-CHECK-BATCH-BOUNDARY.
    IF TRAN-BATCH-NO IS NOT NUMERIC
       OR TRAN-BATCH-NO = "00000000"
        GO TO 2010-EXIT
    END-IF.
    IF BATCH-NO-WAS-CARRIED
       AND TRAN-BATCH-NO = AD-BATCH-ID
        GO TO 2010-EXIT
    END-IF.
    DISPLAY "ADDTHREENUMBERS: BATCH " AD-BATCH-ID
        " ENDED WITHOUT A TRAILER BEFORE BATCH " TRAN-BATCH-NO.
    PERFORM 2040-CLOSE-BATCH
        THRU 2040-EXIT.
2010-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2020-OPEN-BATCH - start a new batch on the record just read:
*> clear everything the last batch accumulated, pick up the stamps
*> the entry programs carry on every record they write - the batch
*> number, the accounting date, and (when the first record is the
*> batch's opening department header) the batch's currency - and,
*> unless a restart already finished this batch, head its section
*> of the report and prove its period and currency. A tape with no
*> usable number or date (old format, or built by hand) runs under
*> the run date, exactly as it always did.
*> ----------------------------------------------------------------
2020-OPEN-BATCH.
    PERFORM 2030-RESET-BATCH-STATE
        THRU 2030-EXIT.
    ADD 1 TO AD-BATCH-ORDINAL.
    SET BATCH-IS-IN-PROGRESS TO TRUE.
    IF TRAN-BATCH-NO IS NUMERIC
       AND TRAN-BATCH-NO NOT = "00000000"
        MOVE TRAN-BATCH-NO TO AD-BATCH-ID
        SET BATCH-NO-WAS-CARRIED TO TRUE
    ELSE
        MOVE AD-RUN-DATE-YYYYMMDD TO AD-BATCH-ID
    END-IF.
    IF TRAN-ACCT-DATE IS NUMERIC
       AND TRAN-ACCT-DATE NOT = ZERO
        MOVE TRAN-ACCT-DATE TO AD-ACCT-DATE
    ELSE
        MOVE AD-RUN-DATE-YYYYMMDD TO AD-ACCT-DATE
    END-IF.
    MOVE AD-ACCT-DATE (1:6) TO AD-ACCT-PERIOD.
    IF TRAN-AMOUNT-COUNT IS NUMERIC
       AND TRAN-IS-DEPT-HEADER
       AND TRAN-CURRENCY-CODE NOT = SPACES
        MOVE TRAN-CURRENCY-CODE TO AD-BATCH-CURRENCY
    END-IF.
    IF THIS-IS-A-RESTARTED-RUN
        PERFORM 1240-CHECK-RESTART-BATCH
            THRU 1240-EXIT
    END-IF.
    IF AD-BATCH-ORDINAL NOT > AD-RESTART-BATCHES-DONE
        SET BATCH-WAS-ALREADY-DONE TO TRUE
        GO TO 2020-EXIT
    END-IF.
    IF AD-BATCH-ORDINAL = AD-RESTART-BATCHES-DONE + 1
       AND AD-RESTART-SEQ > ZERO
        SET THIS-IS-THE-RESUMED-BATCH TO TRUE
        PERFORM 1210-RESTORE-BATCH-STATE
            THRU 1210-EXIT
        MOVE AD-CURRENT-DEPT TO AD-SEARCH-DEPT
        PERFORM 2800-LOCATE-DEPT
            THRU 2800-EXIT
    END-IF.
    ADD 1 TO AD-RUN-BATCH-COUNT.
    IF NOT THIS-IS-THE-RESUMED-BATCH
        PERFORM 2070-PRINT-BATCH-HEADING
            THRU 2070-EXIT
    END-IF.
    PERFORM 1950-CHECK-ACCOUNTING-PERIOD
        THRU 1950-EXIT.
    IF NOT BATCH-WAS-REFUSED
        PERFORM 1970-RESOLVE-CURRENCY-RATE
            THRU 1970-EXIT
    END-IF.
    IF NOT BATCH-WAS-REFUSED
       AND NOT THIS-IS-THE-RESUMED-BATCH
        WRITE PRINT-LINE FROM AD-HDR2-LINE
            AFTER ADVANCING 2 LINES
    END-IF.
2020-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2030-RESET-BATCH-STATE - put every per-batch accumulator, switch
*> and stamp back to its fresh-run value, so each batch is totalled,
*> proved and fingerprinted entirely on its own. The department
*> table keeps its codes, accounts and names; only the subtotals
*> and counts clear, and the unassigned department is current
*> again until the batch's own header says otherwise.
*> ----------------------------------------------------------------
2030-RESET-BATCH-STATE.
    MOVE 'N' TO AD-BATCH-SKIP-SWITCH.
    MOVE 'N' TO AD-BATCH-REFUSED-SWITCH.
    MOVE 'N' TO AD-RESUMED-BATCH-SWITCH.
    MOVE SPACES TO AD-BATCH-OUTCOME.
    MOVE ZERO TO RESULT.
    MOVE ZERO TO AD-CONTROL-TOTAL.
    MOVE ZERO TO AD-BASE-CONTROL-TOTAL.
    MOVE ZERO TO AD-BASE-RESULT.
    MOVE ZERO TO AD-REJECT-COUNT.
    MOVE ZERO TO AD-BATCH-ENTRY-NO.
    MOVE ZERO TO AD-LAST-CHECKPOINT-SEQ.
    MOVE ZERO TO AD-RECORDS-SINCE-CHECKPOINT.
    MOVE ZERO TO AD-EXPECTED-TOTAL.
    MOVE ZERO TO AD-VARIANCE.
    MOVE 'N' TO AD-TRAILER-SWITCH.
    MOVE 'N' TO AD-BALANCE-SWITCH.
    MOVE 'N' TO AD-TOLERANCE-SWITCH.
    MOVE SPACES TO AD-BATCH-ID.
    MOVE 'N' TO AD-BATCH-NO-SWITCH.
    MOVE ZERO TO AD-ACCT-DATE.
    MOVE ZERO TO AD-ACCT-PERIOD.
    MOVE 'N' TO AD-PERD-EOF-SWITCH.
    MOVE 'N' TO AD-PERIOD-FOUND-SWITCH.
    MOVE 'N' TO AD-PERIOD-OPEN-SWITCH.
    MOVE SPACES TO AD-BATCH-CURRENCY.
    MOVE 1 TO AD-CONV-RATE.
    MOVE ZERO TO AD-RATE-EFF-DATE.
    MOVE 'N' TO AD-RATE-FOUND-SWITCH.
    MOVE 'N' TO AD-CURR-EOF-SWITCH.
    MOVE 'N' TO AD-HELD-SWITCH.
    MOVE 'N' TO AD-DUP-SWITCH.
    MOVE ZERO TO AD-DUP-POSTED-DATE.
    MOVE 'N' TO AD-PATTERN-SWITCH.
    MOVE ZERO TO AD-BATCH-RECORD-COUNT.
    MOVE ZERO TO AD-BATCH-FIRST-SEQ.
    MOVE ZERO TO AD-BATCH-LAST-SEQ.
    MOVE ZERO TO AD-BATCH-EXPECTED.
    MOVE ZERO TO AD-BATCH-AMOUNT-SUM.
    MOVE ZERO TO AD-GL-DETAIL-COUNT.
    MOVE 'N' TO AD-GL-FALLBACK-SWITCH.
    MOVE AD-SUSP-WRITTEN-COUNT TO AD-SUSP-BASE-COUNT.
    PERFORM 2035-RESET-ONE-DEPT
        THRU 2035-EXIT
        VARYING AD-DEPT-SUB FROM 1 BY 1
        UNTIL AD-DEPT-SUB > AD-DEPT-COUNT.
    MOVE "****" TO AD-CURRENT-DEPT.
    MOVE AD-CURRENT-DEPT TO AD-SEARCH-DEPT.
    PERFORM 2800-LOCATE-DEPT
        THRU 2800-EXIT.
2030-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2035-RESET-ONE-DEPT - clear one department's batch accumulators.
*> ----------------------------------------------------------------
2035-RESET-ONE-DEPT.
    MOVE ZERO TO AD-DEPT-SUBTOTAL (AD-DEPT-SUB).
    MOVE ZERO TO AD-DEPT-TRAN-COUNT (AD-DEPT-SUB).
2035-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2040-CLOSE-BATCH - the batch's trailer has been read (or the
*> next batch, or the end of the file, arrived first): finish the
*> batch - prove, register, post or hold, and write its run
*> history - then note its outcome for the run summary and write a
*> batch-boundary checkpoint, so a restart from here on passes
*> over it. A batch a restart already finished closes silently; a
*> refused batch posts nothing and leaves no run history, exactly
*> as the single-batch refusal always did.
*> ----------------------------------------------------------------
2040-CLOSE-BATCH.
    MOVE 'N' TO AD-BATCH-OPEN-SWITCH.
    IF BATCH-WAS-ALREADY-DONE
        GO TO 2040-EXIT
    END-IF.
    IF BATCH-WAS-REFUSED
        WRITE PRINT-LINE FROM AD-REFUSED-SKIP-LINE
            AFTER ADVANCING 1 LINE
        MOVE 12 TO RETURN-CODE
        ADD 1 TO AD-RUN-REFUSED-COUNT
    ELSE
        PERFORM 8000-FINALIZE-BATCH
            THRU 8000-EXIT
    END-IF.
    IF RETURN-CODE > AD-RUN-RETURN-CODE
        MOVE RETURN-CODE TO AD-RUN-RETURN-CODE
    END-IF.
    PERFORM 2045-NOTE-BATCH-OUTCOME
        THRU 2045-EXIT.
    PERFORM 2760-WRITE-BOUNDARY-CHECKPOINT
        THRU 2760-EXIT.
2040-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2045-NOTE-BATCH-OUTCOME - one line of the run summary for the
*> batch just closed. Past the table's capacity the batch still
*> counts in the summary totals; it just gets no line of its own.
*> ----------------------------------------------------------------
2045-NOTE-BATCH-OUTCOME.
    IF AD-SUMMARY-COUNT >= AD-SUMMARY-MAX
        GO TO 2045-EXIT
    END-IF.
    ADD 1 TO AD-SUMMARY-COUNT.
    MOVE AD-BATCH-ID TO AD-SMY-BATCH-ID (AD-SUMMARY-COUNT).
    MOVE AD-ACCT-PERIOD TO AD-SMY-ACCT-PERIOD (AD-SUMMARY-COUNT).
    MOVE AD-BATCH-RECORD-COUNT
        TO AD-SMY-RECORD-COUNT (AD-SUMMARY-COUNT).
    MOVE AD-REJECT-COUNT TO AD-SMY-REJECT-COUNT (AD-SUMMARY-COUNT).
    MOVE AD-BASE-CONTROL-TOTAL
        TO AD-SMY-BASE-TOTAL (AD-SUMMARY-COUNT).
    MOVE AD-BATCH-OUTCOME TO AD-SMY-OUTCOME (AD-SUMMARY-COUNT).
2045-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2070-PRINT-BATCH-HEADING - head the batch's section of the
*> control report on a fresh page: the report title, which batch
*> of the run this is, its number, and its accounting period.
*> ----------------------------------------------------------------
2070-PRINT-BATCH-HEADING.
    WRITE PRINT-LINE FROM AD-HDR1-LINE
        AFTER ADVANCING PAGE.
    MOVE AD-BATCH-ORDINAL TO SEC-BATCH-ORDINAL.
    WRITE PRINT-LINE FROM AD-SECTION-LINE
        AFTER ADVANCING 1 LINE.
    MOVE AD-BATCH-ID TO BID-BATCH-ID.
    IF BATCH-NO-WAS-CARRIED
        MOVE SPACES TO BID-BATCH-SOURCE
    ELSE
        MOVE "(RUN DATE - NO NUMBER ON TAPE)"
            TO BID-BATCH-SOURCE
    END-IF.
    WRITE PRINT-LINE FROM AD-BATCH-ID-LINE
        AFTER ADVANCING 1 LINE.
    MOVE AD-ACCT-PERIOD TO PRD-ACCT-PERIOD.
    MOVE AD-ACCT-DATE TO PRD-ACCT-DATE.
    IF AD-ACCT-DATE = AD-RUN-DATE-YYYYMMDD
       AND NOT BATCH-NO-WAS-CARRIED
        MOVE "(RUN DATE - NO DATE ON TAPE)"
            TO PRD-PERIOD-SOURCE
    ELSE
        MOVE SPACES TO PRD-PERIOD-SOURCE
    END-IF.
    WRITE PRINT-LINE FROM AD-PERIOD-LINE
        AFTER ADVANCING 1 LINE.
2070-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2800-LOCATE-DEPT - find AD-SEARCH-DEPT in the department table,
*> adding it with the default cash account when it is not on the
        THRU 2750-EXIT
        VARYING AD-DEPT-SUB FROM 1 BY 1
        UNTIL AD-DEPT-SUB > AD-DEPT-COUNT.
    COMPUTE CHKPT-BATCHES-DONE = AD-BATCH-ORDINAL - 1.
    PERFORM 2770-CHECKPOINT-RUN-STATE
        THRU 2770-EXIT.
    OPEN OUTPUT CHECKPOINT-FILE.
    WRITE CHKPT-RECORD.
    CLOSE CHECKPOINT-FILE.
2700-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2760-WRITE-BOUNDARY-CHECKPOINT - a batch has just finished:
*> record it as done, with a zero sequence number and no batch
*> accumulators, so a restart from here passes over it and starts
*> the next batch fresh.
*> ----------------------------------------------------------------
2760-WRITE-BOUNDARY-CHECKPOINT.
    MOVE ZERO TO CHKPT-LAST-SEQUENCE-NO.
    MOVE ZERO TO CHKPT-CONTROL-TOTAL.
    MOVE ZERO TO CHKPT-REJECT-COUNT.
    MOVE ZERO TO CHKPT-EXPECTED-TOTAL.
    MOVE 'N' TO CHKPT-TRAILER-SWITCH.
    MOVE "****" TO CHKPT-CURRENT-DEPT.
    MOVE ZERO TO CHKPT-DEPT-COUNT.
    MOVE SPACES TO CHKPT-DEPT-TABLE.
    MOVE ZERO TO CHKPT-BASE-CONTROL-TOTAL.
    MOVE AD-BATCH-ORDINAL TO CHKPT-BATCHES-DONE.
    PERFORM 2770-CHECKPOINT-RUN-STATE
        THRU 2770-EXIT.
    OPEN OUTPUT CHECKPOINT-FILE.
    WRITE CHKPT-RECORD.
    CLOSE CHECKPOINT-FILE.
    MOVE ZERO TO AD-RECORDS-SINCE-CHECKPOINT.
2760-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2770-CHECKPOINT-RUN-STATE - carry the run-level state onto the
*> checkpoint record: the batch in progress, the run's outcome
*> counts and return code so far, and the suspense positions.
*> ----------------------------------------------------------------
2770-CHECKPOINT-RUN-STATE.
    MOVE AD-BATCH-ID TO CHKPT-BATCH-ID.
    MOVE AD-RUN-RETURN-CODE TO CHKPT-RUN-RETURN-CODE.
    MOVE AD-RUN-POSTED-COUNT TO CHKPT-RUN-POSTED-COUNT.
    MOVE AD-RUN-HELD-COUNT TO CHKPT-RUN-HELD-COUNT.
    MOVE AD-RUN-DUPLICATE-COUNT TO CHKPT-RUN-DUPLICATE-COUNT.
    MOVE AD-RUN-UNPROVED-COUNT TO CHKPT-RUN-UNPROVED-COUNT.
    MOVE AD-RUN-REFUSED-COUNT TO CHKPT-RUN-REFUSED-COUNT.
    MOVE AD-RUN-POSTED-TOTAL TO CHKPT-RUN-POSTED-TOTAL.
    MOVE AD-SUSP-WRITTEN-COUNT TO CHKPT-SUSP-WRITTEN-COUNT.
    MOVE AD-SUSP-BASE-COUNT TO CHKPT-SUSP-BASE-COUNT.
2770-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2750-CHECKPOINT-ONE-DEPT - carry one department's code and
*> accumulators onto the checkpoint record.
    MOVE AD-BATCH-CURRENCY TO SUSP-CURRENCY-CODE.
    WRITE SUSP-RECORD.
    ADD 1 TO AD-REJECT-COUNT.
    ADD 1 TO AD-SUSP-WRITTEN-COUNT.
2500-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 5000-WRITE-AUDIT-RECORD - append the timestamped audit trail
*> record for one totalled transaction, numbered within its batch
*> and chained to the record before it.
*> ----------------------------------------------------------------
5000-WRITE-AUDIT-RECORD.
    ACCEPT AD-RUN-TIME FROM TIME.
    MOVE AD-BATCH-CURRENCY TO AUDIT-CURRENCY-CODE.
    MOVE AD-CONV-RATE TO AUDIT-CONV-RATE.
    MOVE AD-BASE-RESULT TO AUDIT-BASE-RESULT.
    ADD 1 TO AD-BATCH-ENTRY-NO.
    MOVE AD-BATCH-ENTRY-NO TO AUDIT-BATCH-ENTRY-NO.
    PERFORM 5100-CHAIN-AUDIT-RECORD
        THRU 5100-EXIT.
    WRITE AUDIT-RECORD.
5000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 5100-CHAIN-AUDIT-RECORD - stamp the audit record about to be
*> written with its check value: the value on the record before
*> it, with each of the 333 bytes ahead of the field folded in by
*> code point and position, modulo a prime. Every program that
*> writes the trail makes the same fold, and the verification run
*> repeats it, so a record changed, dropped, or slipped in by hand
*> breaks the chain at that point.
*> ----------------------------------------------------------------
5100-CHAIN-AUDIT-RECORD.
    PERFORM 5110-FOLD-ONE-BYTE
        THRU 5110-EXIT
        VARYING AD-CHAIN-SUB FROM 1 BY 1
        UNTIL AD-CHAIN-SUB > 333.
    MOVE AD-CHAIN-VALUE TO AUDIT-CHAIN-VALUE.
5100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 5110-FOLD-ONE-BYTE - fold one byte of the record into the
*> running check value.
*> ----------------------------------------------------------------
5110-FOLD-ONE-BYTE.
    MOVE AUDIT-RECORD (AD-CHAIN-SUB:1) TO AD-CHAIN-BYTE.
    COMPUTE AD-CHAIN-PRODUCT = AD-CHAIN-VALUE * 31
        + AD-CHAIN-BYTE-VALUE + AD-CHAIN-SUB.
    DIVIDE AD-CHAIN-PRODUCT BY 999999937
        GIVING AD-CHAIN-QUOTIENT
        REMAINDER AD-CHAIN-VALUE.
5110-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3000-PRINT-DETAIL-LINE - write one detail line per amount in
*> this record, followed by the record's total line.
    EXIT.

*> ----------------------------------------------------------------
*> 8000-FINALIZE-BATCH - print the batch's control-total line, ask
*> the register whether this batch already posted, post to the
*> general ledger only once the total is proved in balance and the
*> batch is not a duplicate, and write its run history. A
*> duplicate keeps its printed DUPLICATE BATCH line and
*> RETURN-CODE 8, posts nothing, appends nothing to the register,
*> and writes no run-history record, just as the refusal always
*> has - only the point of refusal moved, from a pre-pass to here,
*> when the duplicate check became one keyed read. The report
*> lines and audit records written on the way through survive the
*> refusal (as the backout notes have always said they can), but
*> the batch's rejects are trimmed from the suspense output: they
*> were already worked when the batch first posted, and left in
*> place the next rework run would age or repair them a second
*> time as phantom open items. RETURN-CODE is left holding the
*> batch's own code for 2040 to fold into the run's.
*> ----------------------------------------------------------------
8000-FINALIZE-BATCH.
    PERFORM 9100-PRINT-REPORT-TOTALS
        THRU 9100-EXIT.
    PERFORM 9120-SET-RETURN-CODE
        WHEN BATCH-ALREADY-POSTED
            PERFORM 9250-CLEAR-SUSPENSE-OUTPUT
                THRU 9250-EXIT
            MOVE "DUPLICATE - REFUSED" TO AD-BATCH-OUTCOME
            ADD 1 TO AD-RUN-DUPLICATE-COUNT
        WHEN RUN-IN-BALANCE
            PERFORM 6000-WRITE-GL-INTERFACE
                THRU 6000-EXIT
            PERFORM 7100-RECORD-POSTED-BATCH
                THRU 7100-EXIT
            ADD AD-BASE-CONTROL-TOTAL TO AD-RUN-POSTED-TOTAL
            IF BATCH-IS-HELD
                MOVE "HELD FOR RELEASE" TO AD-BATCH-OUTCOME
                ADD 1 TO AD-RUN-HELD-COUNT
            ELSE
                MOVE "POSTED" TO AD-BATCH-OUTCOME
                ADD 1 TO AD-RUN-POSTED-COUNT
            END-IF
        WHEN OTHER
            PERFORM 6050-SUPPRESS-GL-INTERFACE
                THRU 6050-EXIT
            IF TRAILER-WAS-SUPPLIED
                MOVE "OUT OF BALANCE" TO AD-BATCH-OUTCOME
            ELSE
                MOVE "NOT PROVED" TO AD-BATCH-OUTCOME
            END-IF
            ADD 1 TO AD-RUN-UNPROVED-COUNT
    END-EVALUATE.
    IF NOT BATCH-ALREADY-POSTED
        PERFORM 7000-WRITE-RUN-HISTORY
            THRU 7000-EXIT
    END-IF.
8000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 9000-FINALIZE - the input is exhausted: close any batch still in
*> progress (its trailer never came, so it closes unproved), print
*> the run summary, return the highest code any batch earned, and
*> close the files.
*> ----------------------------------------------------------------
9000-FINALIZE.
    IF BATCH-IS-IN-PROGRESS
        PERFORM 2040-CLOSE-BATCH
            THRU 2040-EXIT
    END-IF.
    PERFORM 9500-PRINT-RUN-SUMMARY
        THRU 9500-EXIT.
    PERFORM 9050-CLEAR-CHECKPOINT
        THRU 9050-EXIT.
    MOVE AD-RUN-RETURN-CODE TO RETURN-CODE.
    CLOSE TRANS-FILE.
    CLOSE PRINT-FILE.
    CLOSE SUSPENSE-FILE.
9000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 9500-PRINT-RUN-SUMMARY - the run summary page: one line per
*> batch handled, then the count of batches by outcome, the base-
*> currency total that posted (released or held), and the run's
*> return code. A file with no batches on it at all is itself
*> worth a warning.
*> ----------------------------------------------------------------
9500-PRINT-RUN-SUMMARY.
    MOVE AD-RUN-DATE-DISPLAY TO SUM-RUN-DATE.
    WRITE PRINT-LINE FROM AD-SUMMARY-HDR1-LINE
        AFTER ADVANCING PAGE.
    IF AD-RUN-BATCH-COUNT = ZERO
        MOVE "NO BATCHES ON TRANIN - NOTHING PROCESSED" TO SMN-NOTE
        WRITE PRINT-LINE FROM AD-SUMMARY-NOTE-LINE
            AFTER ADVANCING 2 LINES
        DISPLAY "ADDTHREENUMBERS: NO BATCHES ON TRANIN"
        IF AD-RUN-RETURN-CODE < 4
            MOVE 4 TO AD-RUN-RETURN-CODE
        END-IF
        GO TO 9500-PRINT-RETURN-CODE
    END-IF.
    WRITE PRINT-LINE FROM AD-SUMMARY-HDR2-LINE
        AFTER ADVANCING 2 LINES.
    PERFORM 9510-PRINT-ONE-SUMMARY-LINE
        THRU 9510-EXIT
        VARYING AD-SUMMARY-SUB FROM 1 BY 1
        UNTIL AD-SUMMARY-SUB > AD-SUMMARY-COUNT.
    IF AD-RESTART-BATCHES-DONE > ZERO
        MOVE "BATCHES FINISHED BEFORE THE RESTART - SEE THEIR SECTIONS"
            TO SMN-NOTE
        WRITE PRINT-LINE FROM AD-SUMMARY-NOTE-LINE
            AFTER ADVANCING 2 LINES
        MOVE "  FINISHED BEFORE RESTART:" TO SMC-LABEL
        MOVE AD-RESTART-BATCHES-DONE TO SMC-COUNT
        WRITE PRINT-LINE FROM AD-SUMMARY-COUNT-LINE
            AFTER ADVANCING 1 LINE
    END-IF.
    MOVE "BATCHES IN RUN:" TO SMC-LABEL.
    MOVE AD-RUN-BATCH-COUNT TO SMC-COUNT.
    WRITE PRINT-LINE FROM AD-SUMMARY-COUNT-LINE
        AFTER ADVANCING 2 LINES.
    MOVE "  POSTED TO GL:" TO SMC-LABEL.
    MOVE AD-RUN-POSTED-COUNT TO SMC-COUNT.
    WRITE PRINT-LINE FROM AD-SUMMARY-COUNT-LINE
        AFTER ADVANCING 1 LINE.
    MOVE "  HELD FOR RELEASE:" TO SMC-LABEL.
    MOVE AD-RUN-HELD-COUNT TO SMC-COUNT.
    WRITE PRINT-LINE FROM AD-SUMMARY-COUNT-LINE
        AFTER ADVANCING 1 LINE.
    MOVE "  OUT OF BALANCE / NOT PROVED:" TO SMC-LABEL.
    MOVE AD-RUN-UNPROVED-COUNT TO SMC-COUNT.
    WRITE PRINT-LINE FROM AD-SUMMARY-COUNT-LINE
        AFTER ADVANCING 1 LINE.
    MOVE "  DUPLICATES REFUSED:" TO SMC-LABEL.
    MOVE AD-RUN-DUPLICATE-COUNT TO SMC-COUNT.
    WRITE PRINT-LINE FROM AD-SUMMARY-COUNT-LINE
        AFTER ADVANCING 1 LINE.
    MOVE "  REFUSED (PERIOD / CURRENCY):" TO SMC-LABEL.
    MOVE AD-RUN-REFUSED-COUNT TO SMC-COUNT.
    WRITE PRINT-LINE FROM AD-SUMMARY-COUNT-LINE
        AFTER ADVANCING 1 LINE.
    MOVE AD-RUN-POSTED-TOTAL TO SMT-POSTED-TOTAL.
    WRITE PRINT-LINE FROM AD-SUMMARY-TOTAL-LINE
        AFTER ADVANCING 2 LINES.
9500-PRINT-RETURN-CODE.
    MOVE AD-RUN-RETURN-CODE TO SMR-RETURN-CODE.
    WRITE PRINT-LINE FROM AD-SUMMARY-RC-LINE
        AFTER ADVANCING 1 LINE.
9500-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 9510-PRINT-ONE-SUMMARY-LINE - one batch's line on the summary.
*> ----------------------------------------------------------------
9510-PRINT-ONE-SUMMARY-LINE.
    MOVE AD-SMY-BATCH-ID (AD-SUMMARY-SUB) TO SMD-BATCH-ID.
    MOVE AD-SMY-ACCT-PERIOD (AD-SUMMARY-SUB) TO SMD-ACCT-PERIOD.
    MOVE AD-SMY-RECORD-COUNT (AD-SUMMARY-SUB) TO SMD-RECORD-COUNT.
    MOVE AD-SMY-REJECT-COUNT (AD-SUMMARY-SUB) TO SMD-REJECT-COUNT.
    MOVE AD-SMY-BASE-TOTAL (AD-SUMMARY-SUB) TO SMD-BASE-TOTAL.
    MOVE AD-SMY-OUTCOME (AD-SUMMARY-SUB) TO SMD-OUTCOME.
    WRITE PRINT-LINE FROM AD-SUMMARY-DETAIL-LINE
        AFTER ADVANCING 1 LINE.
9510-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 9250-CLEAR-SUSPENSE-OUTPUT - a refused duplicate re-rejected
*> the same records its original submission already sent to
*> suspense, and those were worked then; trim this run's suspense
*> output back to where the batch began, so the next rework run
*> does not age or repair them a second time as phantom open
*> items, while the rejects of the run's earlier batches stay.
*> The earlier records are held in the keep table while the file
*> is rewritten (the same rewrite trick the checkpoint clear
*> uses); when the batch was the first to reject anything the file
*> is simply emptied. More earlier rejects than the table holds
*> leaves the file as it is and says so on the report. The reject
*> count stays on the report - it is part of why the fingerprints
*> matched.
*> ----------------------------------------------------------------
9250-CLEAR-SUSPENSE-OUTPUT.
    IF AD-SUSP-WRITTEN-COUNT = AD-SUSP-BASE-COUNT
        GO TO 9250-EXIT
    END-IF.
    IF AD-SUSP-BASE-COUNT > AD-SUSP-KEEP-MAX
        WRITE PRINT-LINE FROM AD-SUSP-NOT-TRIMMED-LINE
            AFTER ADVANCING 1 LINE
        DISPLAY "ADDTHREENUMBERS: SUSPOUT NOT TRIMMED FOR DUPLICATE "
            "BATCH " AD-BATCH-ID " - REMOVE ITS REJECTS BY HAND"
        GO TO 9250-EXIT
    END-IF.
    MOVE ZERO TO AD-SUSP-KEEP-COUNT.
    CLOSE SUSPENSE-FILE.
    IF AD-SUSP-BASE-COUNT > ZERO
        OPEN INPUT SUSPENSE-FILE
        PERFORM 9260-KEEP-ONE-SUSPENSE
            THRU 9260-EXIT
            UNTIL AD-SUSP-KEEP-COUNT >= AD-SUSP-BASE-COUNT
               OR AD-SUSP-STATUS NOT = "00"
        CLOSE SUSPENSE-FILE
    END-IF.
    OPEN OUTPUT SUSPENSE-FILE.
    PERFORM 9270-WRITE-ONE-KEPT
        THRU 9270-EXIT
        VARYING AD-SUSP-KEEP-SUB FROM 1 BY 1
        UNTIL AD-SUSP-KEEP-SUB > AD-SUSP-KEEP-COUNT.
    MOVE AD-SUSP-KEEP-COUNT TO AD-SUSP-WRITTEN-COUNT.
9250-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 9260-KEEP-ONE-SUSPENSE - table one earlier batch's reject.
*> ----------------------------------------------------------------
9260-KEEP-ONE-SUSPENSE.
    READ SUSPENSE-FILE
        AT END
            GO TO 9260-EXIT
    END-READ.
    IF AD-SUSP-STATUS NOT = "00"
        GO TO 9260-EXIT
    END-IF.
    ADD 1 TO AD-SUSP-KEEP-COUNT.
    MOVE SUSP-RECORD TO AD-SUSP-KEEP-ENTRY (AD-SUSP-KEEP-COUNT).
9260-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 9270-WRITE-ONE-KEPT - put one tabled reject back on the file.
*> ----------------------------------------------------------------
9270-WRITE-ONE-KEPT.
    MOVE AD-SUSP-KEEP-ENTRY (AD-SUSP-KEEP-SUB) TO SUSP-RECORD.
    WRITE SUSP-RECORD.
9270-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 9300-CHECK-RELEASE-THRESHOLD - a proved batch whose control
*> total meets the release threshold is held for a supervisor:
*> an edit failure (4), a closed period (12), or a file failure
*> (16). FORCE-DUPLICATE=Y on PARMIN releases a batch the
*> register matched - the sanctioned route for a legitimately
*> identical resubmission, announced on the control report (the
*> standing batches come from RecurringGenerate with identities
*> of their own and never need it) - and the parameter file
*> should be put back to N once that run is through.
*> ----------------------------------------------------------------
9200-CHECK-BATCH-REGISTER.
    OPEN INPUT REGISTER-FILE.
            SET RUNH-WAS-NOT-PROVED TO TRUE
        END-IF
    END-IF.
    IF THIS-IS-THE-RESUMED-BATCH
        SET RUNH-WAS-RESTARTED TO TRUE
    ELSE
        MOVE "N" TO RUNH-RESTART-IND
    END-IF.
    MOVE AD-ACCT-PERIOD TO RUNH-ACCT-PERIOD.
    MOVE AD-BATCH-RECORD-COUNT TO RUNH-RECORD-COUNT.
    WRITE RUNH-RECORD.
