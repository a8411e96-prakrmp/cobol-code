       >>SOURCE FORMAT FREE
*> ================================================================
*> FinanceExtract
*> The nightly extract for finance's reporting database. It writes
*> three delimited files that the database loads as they stand,
*> so our activity no longer has to be retyped from the printed
*> audit inquiry, month-end recap, department statements, and
*> reconciliation report:
*>   AUDEXTR  audit detail - one row per audit trail record
*>            (AUDITIN): totalled transactions, release and
*>            refusal decisions, and authorization refusals, with
*>            the department's name from DEPTACCT
*>   RUNEXTR  run summaries - one row per run history record
*>            (RUNHIST), with the GL disposition of the run's
*>            batch as of the extract
*>   GLDEXTR  GL dispositions - one row each time a GL extract
*>            batch takes up a disposition it did not have at the
*>            last extract: HELD (on GLHOLD awaiting a supervisor
*>            decision), PENDING (sent and not yet answered, on
*>            GLPEND - a batch released from hold waits here too),
*>            REJECTED (refused by the posting system and not yet
*>            repaired, on GLREJIN - the carry-forward the last GL
*>            rework run left - or refused at release on the audit
*>            trail), or POSTED (answered as posted - it has left
*>            every open-item file). A batch's line count and
*>            debit and credit totals are those of its lines in
*>            that disposition; a batch in two (part rejected,
*>            part pending) takes the first of rejected, pending,
*>            held. A batch that posted straight from its run,
*>            never open at an extract, is reported posted with
*>            the run's summary row, totalled from the GL extract
*>            generations (GLIN).
*>
*> Every file is pipe-delimited ("|"; a "|" in the data goes out
*> as "/"), opens with a header record of column names, and ends
*> with a control record - CONTROL, the number of rows, and the
*> file's amount totals - so the load can prove it took
*> everything. Amounts are signed decimals with a leading minus
*> and two places ("-1234.50"), dates are ISO (YYYY-MM-DD), times
*> HH:MM:SS, and periods YYYY-MM.
*>
*> The extract is incremental. The state dataset (EXTRSTAT)
*> remembers how far the last successful extract read the audit
*> trail and the run history, and the disposition it last
*> reported for every batch not yet posted; each run starts from
*> there, so a missed night is caught up by the next one and no
*> row goes out twice. Both files are appended in run date and
*> time order, so the mark is the date and time of the last
*> record taken and the number of records taken at that date and
*> time. The updated state is written whole to EXTRSNEW; the job
*> copies it over EXTRSTAT only when the extract finished, so a
*> failed night leaves the mark where it was. With no state (the
*> first extract) everything on the files is taken.
*>
*> RETURN-CODE 0 is a clean extract; 4 says there was nothing new
*> to extract (the files hold only their header and control
*> records); 16 says a file failed to open, the state dataset is
*> not a state dataset, or a table overflowed - the state is not
*> saved, and the job deletes the partial extract files.
*>
*> Modification history:
*>   - Written so finance loads our activity into its reporting
*>     database from a nightly extract instead of retyping the
*>     printed reports.
*> ================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. FinanceExtract.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT STATE-FILE ASSIGN TO EXTRSTAT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FE-STATE-STATUS.

    SELECT NEW-STATE-FILE ASSIGN TO EXTRSNEW
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FE-SNEW-STATUS.

    SELECT DEPT-FILE ASSIGN TO DEPTACCT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FE-DEPT-STATUS.

    SELECT AUDIT-FILE ASSIGN TO AUDITIN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FE-AUDIT-STATUS.

    SELECT RUNHIST-FILE ASSIGN TO RUNHIST
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FE-RUNH-STATUS.

    SELECT HOLD-FILE ASSIGN TO GLHOLD
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FE-HOLD-STATUS.

    SELECT PENDING-FILE ASSIGN TO GLPEND
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FE-PEND-STATUS.

    SELECT REJECT-FILE ASSIGN TO GLREJIN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FE-REJ-STATUS.

    SELECT GL-FILE ASSIGN TO GLIN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FE-GL-STATUS.

    SELECT AUDIT-EXTRACT-FILE ASSIGN TO AUDEXTR
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FE-AEXT-STATUS.

    SELECT RUN-EXTRACT-FILE ASSIGN TO RUNEXTR
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FE-REXT-STATUS.

    SELECT GL-EXTRACT-FILE ASSIGN TO GLDEXTR
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FE-GEXT-STATUS.

    SELECT PRINT-FILE ASSIGN TO RPTOUT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FE-PRINT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  STATE-FILE
    LABEL RECORDS ARE OMITTED.
    COPY FESTREC.

*> The updated state is a byte-for-byte copy of the FESTREC
*> layout (61 bytes); it keeps its own 01 here because the
*> copybook already describes the input side.
FD  NEW-STATE-FILE
    LABEL RECORDS ARE OMITTED.
01  FE-NEW-STATE-RECORD             PIC X(61).

FD  DEPT-FILE
    LABEL RECORDS ARE OMITTED.
    COPY DEPTREC.

FD  AUDIT-FILE
    LABEL RECORDS ARE OMITTED.
    COPY AUDITREC.

FD  RUNHIST-FILE
    LABEL RECORDS ARE OMITTED.
    COPY RUNHREC.

FD  HOLD-FILE
    LABEL RECORDS ARE OMITTED.
    COPY GLREC.

*> The pending carry-forward and the GL extract file carry the
*> GLREC layout byte for byte (74 bytes); they keep their own 01s
*> here because the copybook already describes the held side.
FD  PENDING-FILE
    LABEL RECORDS ARE OMITTED.
01  FE-PENDING-RECORD.
    05  FEP-BATCH-ID                PIC X(08).
    05  FEP-RUN-DATE                PIC 9(08).
    05  FEP-ACCOUNT-NO              PIC X(10).
    05  FEP-DEBIT-CREDIT            PIC X(01).
    05  FEP-AMOUNT                  PIC 9(9)V99.
    05  FEP-DESCRIPTION             PIC X(30).
    05  FEP-ACCT-PERIOD             PIC 9(06).

FD  REJECT-FILE
    LABEL RECORDS ARE OMITTED.
    COPY GLRJREC.

FD  GL-FILE
    LABEL RECORDS ARE OMITTED.
01  FE-GL-RECORD.
    05  FEG-BATCH-ID                PIC X(08).
    05  FEG-RUN-DATE                PIC 9(08).
    05  FEG-ACCOUNT-NO              PIC X(10).
    05  FEG-DEBIT-CREDIT            PIC X(01).
    05  FEG-AMOUNT                  PIC 9(9)V99.
    05  FEG-DESCRIPTION             PIC X(30).
    05  FEG-ACCT-PERIOD             PIC 9(06).

FD  AUDIT-EXTRACT-FILE
    LABEL RECORDS ARE OMITTED.
01  AUDIT-EXTRACT-RECORD            PIC X(400).

FD  RUN-EXTRACT-FILE
    LABEL RECORDS ARE OMITTED.
01  RUN-EXTRACT-RECORD              PIC X(400).

FD  GL-EXTRACT-FILE
    LABEL RECORDS ARE OMITTED.
01  GL-EXTRACT-RECORD               PIC X(400).

FD  PRINT-FILE
    LABEL RECORDS ARE OMITTED.
01  PRINT-LINE                      PIC X(132).

WORKING-STORAGE SECTION.
01  FE-SWITCHES.
    05  FE-EOF-SWITCH               PIC X(01) VALUE 'N'.
        88  END-OF-INPUT-FILE               VALUE 'Y'.
    05  FE-FOUND-SWITCH             PIC X(01) VALUE 'N'.
        88  ENTRY-WAS-FOUND                 VALUE 'Y'.
    05  FE-FIRST-EXTRACT-SWITCH     PIC X(01) VALUE 'N'.
        88  THIS-IS-THE-FIRST-EXTRACT       VALUE 'Y'.
    05  FE-TAKE-SWITCH              PIC X(01) VALUE 'N'.
        88  RECORD-IS-TO-BE-TAKEN           VALUE 'Y'.

01  FE-STATE-STATUS                 PIC X(02) VALUE SPACES.
01  FE-SNEW-STATUS                  PIC X(02) VALUE SPACES.
01  FE-DEPT-STATUS                  PIC X(02) VALUE SPACES.
01  FE-AUDIT-STATUS                 PIC X(02) VALUE SPACES.
01  FE-RUNH-STATUS                  PIC X(02) VALUE SPACES.
01  FE-HOLD-STATUS                  PIC X(02) VALUE SPACES.
01  FE-PEND-STATUS                  PIC X(02) VALUE SPACES.
01  FE-REJ-STATUS                   PIC X(02) VALUE SPACES.
01  FE-GL-STATUS                    PIC X(02) VALUE SPACES.
01  FE-AEXT-STATUS                  PIC X(02) VALUE SPACES.
01  FE-REXT-STATUS                  PIC X(02) VALUE SPACES.
01  FE-GEXT-STATUS                  PIC X(02) VALUE SPACES.
01  FE-PRINT-STATUS                 PIC X(02) VALUE SPACES.

*> The state the last extract left: when it ran, and its marks.
01  FE-LAST-EXTRACT-DATE            PIC 9(08) VALUE 0.
01  FE-LAST-EXTRACT-TIME            PIC 9(08) VALUE 0.

*> A high-water mark: the run date and time of the last record
*> taken from a file, and how many records stamped with that date
*> and time were taken. The old marks are where this extract
*> starts; the new marks are where it got to, and start out equal
*> to the old ones so a night with nothing new saves the same
*> mark back.
01  FE-AUDIT-MARK.
    05  FE-AUDIT-MARK-DATE          PIC 9(08) VALUE 0.
    05  FE-AUDIT-MARK-TIME          PIC 9(08) VALUE 0.
01  FE-AUDIT-MARK-COUNT             PIC 9(06) VALUE 0.
01  FE-NEW-AUDIT-MARK.
    05  FE-NEW-AUDIT-MARK-DATE      PIC 9(08) VALUE 0.
    05  FE-NEW-AUDIT-MARK-TIME      PIC 9(08) VALUE 0.
01  FE-NEW-AUDIT-MARK-COUNT         PIC 9(06) VALUE 0.
01  FE-RUNH-MARK.
    05  FE-RUNH-MARK-DATE           PIC 9(08) VALUE 0.
    05  FE-RUNH-MARK-TIME           PIC 9(08) VALUE 0.
01  FE-RUNH-MARK-COUNT              PIC 9(06) VALUE 0.
01  FE-NEW-RUNH-MARK.
    05  FE-NEW-RUNH-MARK-DATE       PIC 9(08) VALUE 0.
    05  FE-NEW-RUNH-MARK-TIME       PIC 9(08) VALUE 0.
01  FE-NEW-RUNH-MARK-COUNT          PIC 9(06) VALUE 0.

*> The record in hand's date and time, compared against a mark,
*> and the number of records met so far stamped with the mark's
*> own date and time.
01  FE-RECORD-STAMP.
    05  FE-RECORD-STAMP-DATE        PIC 9(08) VALUE 0.
    05  FE-RECORD-STAMP-TIME        PIC 9(08) VALUE 0.
01  FE-AT-MARK-COUNT                PIC 9(06) VALUE 0.

*> The department master, for the names on the audit detail.
01  FE-DEPT-TABLE-AREA.
    05  FE-DEPT-COUNT               PIC 9(3) COMP VALUE 0.
    05  FE-MAX-DEPTS                PIC 9(3) COMP VALUE 500.
    05  FE-DEPT-ENTRY OCCURS 500 TIMES.
        10  FE-DEPT-CODE            PIC X(04).
        10  FE-DEPT-NAME            PIC X(20).
01  FE-DEPT-SUB                     PIC 9(3) COMP VALUE 0.

*> Release and refusal decisions on the audit trail, one entry
*> per batch carrying its latest decision.
01  FE-DECISION-TABLE-AREA.
    05  FE-DECISION-COUNT           PIC 9(4) COMP VALUE 0.
    05  FE-MAX-DECISIONS            PIC 9(4) COMP VALUE 2000.
    05  FE-DECISION-ENTRY OCCURS 2000 TIMES
            INDEXED BY FE-DECISION-INDEX.
        10  FE-DECISION-BATCH-ID    PIC X(08).
        10  FE-DECISION-ACTION      PIC X(01).
            88  DECISION-WAS-RELEASE        VALUE "R".
            88  DECISION-WAS-REFUSAL        VALUE "X".

*> The batches still open at the last extract, from EXTRSTAT.
01  FE-STATE-TABLE-AREA.
    05  FE-STATE-COUNT              PIC 9(4) COMP VALUE 0.
    05  FE-MAX-STATES               PIC 9(4) COMP VALUE 2000.
    05  FE-STATE-ENTRY OCCURS 2000 TIMES
            INDEXED BY FE-STATE-INDEX.
        10  FE-ST-BATCH-ID          PIC X(08).
        10  FE-ST-DISPOSITION       PIC X(08).
        10  FE-ST-REFUSED-SWITCH    PIC X(01).
        10  FE-ST-RUN-DATE          PIC 9(08).
        10  FE-ST-LINE-COUNT        PIC 9(06).
        10  FE-ST-DEBIT-TOTAL       PIC 9(11)V99.
        10  FE-ST-CREDIT-TOTAL      PIC 9(11)V99.
01  FE-STATE-SUB                    PIC 9(4) COMP VALUE 0.

*> The state record being written to EXTRSNEW, in FESTREC form;
*> EXTRSTAT is closed by then, so its record area is not used.
    COPY FESTREC REPLACING LEADING ==FEST-== BY ==FE-SNEW-==.

*> Tonight's batches and their dispositions. FE-GL-SOURCE says
*> where the entry came from: J the reject file, P the pending
*> carry-forward, H the hold file, S the state (a batch that has
*> left every open-item file since the last extract), R the run
*> history (a batch run since the last extract and posted
*> straight away). A final entry - posted, or refused at release
*> and gone from hold - is not carried into the new state.
01  FE-GL-TABLE-AREA.
    05  FE-GL-COUNT                 PIC 9(4) COMP VALUE 0.
    05  FE-MAX-GL                   PIC 9(4) COMP VALUE 2000.
    05  FE-GL-ENTRY OCCURS 2000 TIMES
            INDEXED BY FE-GL-INDEX.
        10  FE-GL-BATCH-ID          PIC X(08).
        10  FE-GL-SOURCE            PIC X(01).
            88  GL-FROM-REJECT-FILE         VALUE "J".
            88  GL-FROM-PENDING-FILE        VALUE "P".
            88  GL-FROM-HOLD-FILE           VALUE "H".
            88  GL-FROM-STATE               VALUE "S".
            88  GL-FROM-RUN-HISTORY         VALUE "R".
        10  FE-GL-DISPOSITION       PIC X(08).
            88  GL-IS-HELD                  VALUE "HELD".
            88  GL-IS-PENDING               VALUE "PENDING".
            88  GL-IS-REJECTED              VALUE "REJECTED".
            88  GL-IS-POSTED                VALUE "POSTED".
        10  FE-GL-REFUSED-SWITCH    PIC X(01).
            88  GL-WAS-REFUSED-AT-RELEASE   VALUE "Y".
        10  FE-GL-FINAL-SWITCH      PIC X(01).
            88  GL-ENTRY-IS-FINAL           VALUE "Y".
        10  FE-GL-RUN-DATE          PIC 9(08).
        10  FE-GL-LINE-COUNT        PIC 9(06).
        10  FE-GL-DEBIT-TOTAL       PIC 9(11)V99.
        10  FE-GL-CREDIT-TOTAL      PIC 9(11)V99.
        10  FE-GL-REASON            PIC X(30).
        10  FE-GL-STATE-SUB         PIC 9(4) COMP.
01  FE-GL-SUB                       PIC 9(4) COMP VALUE 0.

*> One GL line being added to its batch's entry.
01  FE-LINE-BATCH-ID                PIC X(08) VALUE SPACES.
01  FE-LINE-SOURCE                  PIC X(01) VALUE SPACE.
01  FE-LINE-RUN-DATE                PIC 9(08) VALUE 0.
01  FE-LINE-DEBIT-CREDIT            PIC X(01) VALUE SPACE.
01  FE-LINE-AMOUNT                  PIC 9(9)V99 VALUE 0.
01  FE-LINE-REASON                  PIC X(30) VALUE SPACES.
01  FE-LINE-DISPOSITION             PIC X(08) VALUE SPACES.
01  FE-LINE-REFUSED-SWITCH          PIC X(01) VALUE 'N'.

*> The delimited row being built, and one column's text.
01  FE-ROW                          PIC X(400) VALUE SPACES.
01  FE-ROW-POINTER                  PIC 9(3) COMP VALUE 1.
01  FE-COLUMN                       PIC X(60) VALUE SPACES.
01  FE-COLUMN-LENGTH                PIC 9(2) COMP VALUE 0.
01  FE-COLUMN-SUB                   PIC 9(2) COMP VALUE 0.
01  FE-LEADING-SPACES               PIC 9(2) COMP VALUE 0.

*> Column formatting: amounts as signed decimals, counts without
*> leading zeros, dates, times, and periods in ISO form.
01  FE-AMOUNT-IN                    PIC S9(13)V99 VALUE 0.
01  FE-AMOUNT-EDITED                PIC -(13)9.99.
01  FE-COUNT-IN                     PIC 9(09) VALUE 0.
01  FE-COUNT-EDITED                 PIC Z(8)9.
01  FE-RATE-IN                      PIC 9(3)V9(6) VALUE 0.
01  FE-RATE-EDITED                  PIC ZZ9.999999.
01  FE-DATE-IN                      PIC 9(08) VALUE 0.
01  FE-DATE-IN-X REDEFINES FE-DATE-IN.
    05  FE-DATE-IN-YYYY             PIC X(04).
    05  FE-DATE-IN-MM               PIC X(02).
    05  FE-DATE-IN-DD               PIC X(02).
01  FE-TIME-IN                      PIC 9(08) VALUE 0.
01  FE-TIME-IN-X REDEFINES FE-TIME-IN.
    05  FE-TIME-IN-HH               PIC X(02).
    05  FE-TIME-IN-MM               PIC X(02).
    05  FE-TIME-IN-SS               PIC X(02).
    05  FILLER                      PIC X(02).
01  FE-PERIOD-IN                    PIC 9(06) VALUE 0.
01  FE-PERIOD-IN-X REDEFINES FE-PERIOD-IN.
    05  FE-PERIOD-IN-YYYY           PIC X(04).
    05  FE-PERIOD-IN-MM             PIC X(02).

*> The figures on the audit record in hand.
01  FE-AUDIT-RESULT                 PIC S9(9)V99 VALUE 0.
01  FE-AUDIT-BASE-RESULT            PIC S9(9)V99 VALUE 0.

*> Rows written and control totals, file by file.
01  FE-AUDIT-READ-COUNT             PIC 9(9) VALUE 0.
01  FE-AUDIT-SKIPPED-COUNT          PIC 9(9) VALUE 0.
01  FE-AUDIT-ROW-COUNT              PIC 9(9) VALUE 0.
01  FE-AUDIT-RESULT-TOTAL           PIC S9(13)V99 VALUE 0.
01  FE-AUDIT-BASE-TOTAL             PIC S9(13)V99 VALUE 0.
01  FE-RUNH-READ-COUNT              PIC 9(9) VALUE 0.
01  FE-RUNH-SKIPPED-COUNT           PIC 9(9) VALUE 0.
01  FE-RUN-ROW-COUNT                PIC 9(9) VALUE 0.
01  FE-RUN-CONTROL-TOTAL            PIC S9(13)V99 VALUE 0.
01  FE-GL-ROW-COUNT                 PIC 9(9) VALUE 0.
01  FE-GL-DEBIT-SUM                 PIC S9(13)V99 VALUE 0.
01  FE-GL-CREDIT-SUM                PIC S9(13)V99 VALUE 0.
01  FE-RUN-POSTED-COUNT             PIC 9(4) COMP VALUE 0.
01  FE-OPEN-BATCH-COUNT             PIC 9(9) VALUE 0.

01  FE-RUN-DATE-FIELDS.
    05  FE-RUN-DATE-YYYYMMDD        PIC 9(8).
    05  FE-RUN-DATE-X REDEFINES FE-RUN-DATE-YYYYMMDD.
        10  FE-RUN-YYYY             PIC 9(4).
        10  FE-RUN-MM               PIC 9(2).
        10  FE-RUN-DD               PIC 9(2).
01  FE-RUN-DATE-DISPLAY             PIC X(10).
01  FE-RUN-TIME                     PIC 9(8) VALUE 0.

01  FE-HDR1-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(40)
                                     VALUE "FINANCE REPORTING EXTRACT".
    05  FILLER                      PIC X(10) VALUE "RUN DATE:".
    05  HDR-RUN-DATE                PIC X(10).

01  FE-MARK-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  MRK-LABEL                   PIC X(32).
    05  MRK-DATE                    PIC X(10).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  MRK-TIME                    PIC X(08).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  MRK-TEXT                    PIC X(40).

01  FE-SUMMARY-COUNT-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  SMC-LABEL                   PIC X(40).
    05  SMC-COUNT                   PIC ZZZ,ZZZ,ZZ9.

01  FE-SUMMARY-AMOUNT-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  SMA-LABEL                   PIC X(40).
    05  SMA-AMOUNT                  PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99- .

01  FE-MESSAGE-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  MSG-TEXT                    PIC X(80).

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-INITIALIZE
        THRU 1000-EXIT.
    PERFORM 2000-EXTRACT-AUDIT-TRAIL
        THRU 2000-EXIT.
    PERFORM 3000-LOAD-DISPOSITIONS
        THRU 3000-EXIT.
    PERFORM 4000-EXTRACT-RUN-HISTORY
        THRU 4000-EXIT.
    PERFORM 5000-WRITE-DISPOSITIONS
        THRU 5000-EXIT.
    PERFORM 9000-FINALIZE
        THRU 9000-EXIT.
    STOP RUN.

*> ----------------------------------------------------------------
*> 1000-INITIALIZE - load the state the last extract left and the
*> department master, open the extract files and write their
*> header records, and start the report.
*> ----------------------------------------------------------------
1000-INITIALIZE.
    ACCEPT FE-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
    ACCEPT FE-RUN-TIME FROM TIME.
    STRING FE-RUN-MM   DELIMITED BY SIZE
           "/"         DELIMITED BY SIZE
           FE-RUN-DD   DELIMITED BY SIZE
           "/"         DELIMITED BY SIZE
           FE-RUN-YYYY DELIMITED BY SIZE
        INTO FE-RUN-DATE-DISPLAY
    END-STRING.
    PERFORM 1100-LOAD-STATE
        THRU 1100-EXIT.
    MOVE FE-AUDIT-MARK TO FE-NEW-AUDIT-MARK.
    MOVE FE-AUDIT-MARK-COUNT TO FE-NEW-AUDIT-MARK-COUNT.
    MOVE FE-RUNH-MARK TO FE-NEW-RUNH-MARK.
    MOVE FE-RUNH-MARK-COUNT TO FE-NEW-RUNH-MARK-COUNT.
    PERFORM 1200-LOAD-DEPARTMENTS
        THRU 1200-EXIT.
    PERFORM 1300-OPEN-EXTRACT-FILES
        THRU 1300-EXIT.
    OPEN OUTPUT PRINT-FILE.
    IF FE-PRINT-STATUS NOT = "00"
        DISPLAY "FINANCEEXTRACT: UNABLE TO OPEN RPTOUT, "
            "FILE STATUS = " FE-PRINT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE FE-RUN-DATE-DISPLAY TO HDR-RUN-DATE.
    WRITE PRINT-LINE FROM FE-HDR1-LINE
        AFTER ADVANCING PAGE.
    MOVE SPACES TO FE-MARK-LINE.
    MOVE "PREVIOUS EXTRACT:" TO MRK-LABEL.
    IF THIS-IS-THE-FIRST-EXTRACT
        MOVE "NONE - FIRST EXTRACT, ALL RECORDS TAKEN" TO MRK-TEXT
    ELSE
        MOVE FE-LAST-EXTRACT-DATE TO FE-DATE-IN
        PERFORM 8220-FORMAT-DATE
            THRU 8220-EXIT
        MOVE FE-COLUMN TO MRK-DATE
        MOVE FE-LAST-EXTRACT-TIME TO FE-TIME-IN
        PERFORM 8230-FORMAT-TIME
            THRU 8230-EXIT
        MOVE FE-COLUMN TO MRK-TIME
    END-IF.
    WRITE PRINT-LINE FROM FE-MARK-LINE
        AFTER ADVANCING 2 LINES.
1000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1100-LOAD-STATE - read the state dataset: the control record's
*> marks, then the batches still open. No state dataset, or an
*> empty one, is the first extract. A state dataset that does not
*> start with its control record is not one, and is refused.
*> ----------------------------------------------------------------
1100-LOAD-STATE.
    OPEN INPUT STATE-FILE.
    IF FE-STATE-STATUS = "35"
        SET THIS-IS-THE-FIRST-EXTRACT TO TRUE
        GO TO 1100-EXIT
    END-IF.
    IF FE-STATE-STATUS NOT = "00"
        DISPLAY "FINANCEEXTRACT: UNABLE TO OPEN EXTRSTAT, "
            "FILE STATUS = " FE-STATE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    READ STATE-FILE
        AT END
            SET THIS-IS-THE-FIRST-EXTRACT TO TRUE
            CLOSE STATE-FILE
            GO TO 1100-EXIT
    END-READ.
    IF NOT FEST-IS-CONTROL
        DISPLAY "FINANCEEXTRACT: EXTRSTAT DOES NOT START WITH ITS "
            "CONTROL RECORD"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE FEST-LAST-EXTRACT-DATE TO FE-LAST-EXTRACT-DATE.
    MOVE FEST-LAST-EXTRACT-TIME TO FE-LAST-EXTRACT-TIME.
    MOVE FEST-AUDIT-MARK-DATE TO FE-AUDIT-MARK-DATE.
    MOVE FEST-AUDIT-MARK-TIME TO FE-AUDIT-MARK-TIME.
    MOVE FEST-AUDIT-MARK-COUNT TO FE-AUDIT-MARK-COUNT.
    MOVE FEST-RUNH-MARK-DATE TO FE-RUNH-MARK-DATE.
    MOVE FEST-RUNH-MARK-TIME TO FE-RUNH-MARK-TIME.
    MOVE FEST-RUNH-MARK-COUNT TO FE-RUNH-MARK-COUNT.
    MOVE 'N' TO FE-EOF-SWITCH.
    PERFORM 1110-LOAD-ONE-STATE
        THRU 1110-EXIT
        UNTIL END-OF-INPUT-FILE.
    CLOSE STATE-FILE.
1100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1110-LOAD-ONE-STATE - read and table one open batch.
*> ----------------------------------------------------------------
1110-LOAD-ONE-STATE.
    READ STATE-FILE
        AT END
            SET END-OF-INPUT-FILE TO TRUE
            GO TO 1110-EXIT
    END-READ.
    IF NOT FEST-IS-GL-BATCH
        DISPLAY "FINANCEEXTRACT: UNKNOWN RECORD ON EXTRSTAT: "
            FEST-RECORD
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF FE-STATE-COUNT >= FE-MAX-STATES
        DISPLAY "FINANCEEXTRACT: MORE THAN " FE-MAX-STATES
            " OPEN BATCHES ON EXTRSTAT"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO FE-STATE-COUNT.
    MOVE FEST-GL-BATCH-ID TO FE-ST-BATCH-ID (FE-STATE-COUNT).
    MOVE FEST-GL-DISPOSITION TO FE-ST-DISPOSITION (FE-STATE-COUNT).
    MOVE FEST-GL-REFUSED-SWITCH
        TO FE-ST-REFUSED-SWITCH (FE-STATE-COUNT).
    MOVE FEST-GL-RUN-DATE TO FE-ST-RUN-DATE (FE-STATE-COUNT).
    MOVE FEST-GL-LINE-COUNT TO FE-ST-LINE-COUNT (FE-STATE-COUNT).
    MOVE FEST-GL-DEBIT-TOTAL TO FE-ST-DEBIT-TOTAL (FE-STATE-COUNT).
    MOVE FEST-GL-CREDIT-TOTAL TO FE-ST-CREDIT-TOTAL (FE-STATE-COUNT).
1110-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1200-LOAD-DEPARTMENTS - table the department master for the
*> names on the audit detail.
*> ----------------------------------------------------------------
1200-LOAD-DEPARTMENTS.
    OPEN INPUT DEPT-FILE.
    IF FE-DEPT-STATUS NOT = "00"
        DISPLAY "FINANCEEXTRACT: UNABLE TO OPEN DEPTACCT, "
            "FILE STATUS = " FE-DEPT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 1210-LOAD-ONE-DEPARTMENT
        THRU 1210-EXIT
        UNTIL FE-DEPT-STATUS NOT = "00".
    CLOSE DEPT-FILE.
1200-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1210-LOAD-ONE-DEPARTMENT - read and table one department. A
*> blank code is skipped; an overfull table is a setup error worth
*> stopping the run for.
*> ----------------------------------------------------------------
1210-LOAD-ONE-DEPARTMENT.
    READ DEPT-FILE
        AT END
            GO TO 1210-EXIT
    END-READ.
    IF FE-DEPT-STATUS NOT = "00"
        GO TO 1210-EXIT
    END-IF.
    IF DEPT-CODE = SPACES
        GO TO 1210-EXIT
    END-IF.
    IF FE-DEPT-COUNT >= FE-MAX-DEPTS
        DISPLAY "FINANCEEXTRACT: MORE THAN " FE-MAX-DEPTS
            " DEPARTMENTS ON DEPTACCT"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO FE-DEPT-COUNT.
    MOVE DEPT-CODE TO FE-DEPT-CODE (FE-DEPT-COUNT).
    MOVE DEPT-NAME TO FE-DEPT-NAME (FE-DEPT-COUNT).
1210-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1300-OPEN-EXTRACT-FILES - open the three extract files and
*> write each one's header record of column names.
*> ----------------------------------------------------------------
1300-OPEN-EXTRACT-FILES.
    OPEN OUTPUT AUDIT-EXTRACT-FILE.
    IF FE-AEXT-STATUS NOT = "00"
        DISPLAY "FINANCEEXTRACT: UNABLE TO OPEN AUDEXTR, "
            "FILE STATUS = " FE-AEXT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT RUN-EXTRACT-FILE.
    IF FE-REXT-STATUS NOT = "00"
        DISPLAY "FINANCEEXTRACT: UNABLE TO OPEN RUNEXTR, "
            "FILE STATUS = " FE-REXT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT GL-EXTRACT-FILE.
    IF FE-GEXT-STATUS NOT = "00"
        DISPLAY "FINANCEEXTRACT: UNABLE TO OPEN GLDEXTR, "
            "FILE STATUS = " FE-GEXT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE SPACES TO FE-ROW.
    STRING "RUN_DATE|RUN_TIME|USER_ID|RECORD_TYPE|BATCH_ID|"
                                          DELIMITED BY SIZE
           "BATCH_ENTRY_NO|SEQUENCE_NO|DEPT_CODE|DEPT_NAME|"
                                          DELIMITED BY SIZE
           "ACCT_PERIOD|AMOUNT_COUNT|CURRENCY|CONV_RATE|"
                                          DELIMITED BY SIZE
           "RESULT|BASE_RESULT|REFUSAL_REASON"
                                          DELIMITED BY SIZE
        INTO FE-ROW
    END-STRING.
    WRITE AUDIT-EXTRACT-RECORD FROM FE-ROW.
    MOVE SPACES TO FE-ROW.
    STRING "RUN_DATE|RUN_TIME|BATCH_ID|ACCT_PERIOD|RECORD_COUNT|"
                                          DELIMITED BY SIZE
           "REJECT_COUNT|CONTROL_TOTAL|BALANCE_RESULT|RESTARTED|"
                                          DELIMITED BY SIZE
           "GL_DISPOSITION"               DELIMITED BY SIZE
        INTO FE-ROW
    END-STRING.
    WRITE RUN-EXTRACT-RECORD FROM FE-ROW.
    MOVE SPACES TO FE-ROW.
    STRING "BATCH_ID|RUN_DATE|DISPOSITION|PREVIOUS_DISPOSITION|"
                                          DELIMITED BY SIZE
           "AS_OF_DATE|LINE_COUNT|DEBIT_TOTAL|CREDIT_TOTAL|REASON"
                                          DELIMITED BY SIZE
        INTO FE-ROW
    END-STRING.
    WRITE GL-EXTRACT-RECORD FROM FE-ROW.
1300-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2000-EXTRACT-AUDIT-TRAIL - read the audit trail end to end:
*> table every release and refusal decision (the held batches'
*> dispositions depend on them, however long ago they were made)
*> and write a detail row for every record past the mark.
*> ----------------------------------------------------------------
2000-EXTRACT-AUDIT-TRAIL.
    OPEN INPUT AUDIT-FILE.
    IF FE-AUDIT-STATUS NOT = "00"
        DISPLAY "FINANCEEXTRACT: UNABLE TO OPEN AUDITIN, "
            "FILE STATUS = " FE-AUDIT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE ZERO TO FE-AT-MARK-COUNT.
    MOVE 'N' TO FE-EOF-SWITCH.
    PERFORM 2100-READ-ONE-AUDIT
        THRU 2100-EXIT
        UNTIL END-OF-INPUT-FILE.
    CLOSE AUDIT-FILE.
2000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2100-READ-ONE-AUDIT - read one audit record, table it if it is
*> a decision, and extract it if it lies past the mark.
*> ----------------------------------------------------------------
2100-READ-ONE-AUDIT.
    READ AUDIT-FILE
        AT END
            SET END-OF-INPUT-FILE TO TRUE
            GO TO 2100-EXIT
    END-READ.
    ADD 1 TO FE-AUDIT-READ-COUNT.
    IF AUDIT-IS-A-RELEASE
       OR AUDIT-IS-A-REFUSAL
        PERFORM 2200-TABLE-DECISION
            THRU 2200-EXIT
    END-IF.
    MOVE AUDIT-RUN-DATE TO FE-RECORD-STAMP-DATE.
    MOVE AUDIT-RUN-TIME TO FE-RECORD-STAMP-TIME.
    MOVE 'Y' TO FE-TAKE-SWITCH.
    IF FE-RECORD-STAMP < FE-AUDIT-MARK
        MOVE 'N' TO FE-TAKE-SWITCH
    END-IF.
    IF FE-RECORD-STAMP = FE-AUDIT-MARK
        ADD 1 TO FE-AT-MARK-COUNT
        IF FE-AT-MARK-COUNT <= FE-AUDIT-MARK-COUNT
            MOVE 'N' TO FE-TAKE-SWITCH
        END-IF
    END-IF.
    IF NOT RECORD-IS-TO-BE-TAKEN
        ADD 1 TO FE-AUDIT-SKIPPED-COUNT
        GO TO 2100-EXIT
    END-IF.
    IF FE-RECORD-STAMP = FE-NEW-AUDIT-MARK
        ADD 1 TO FE-NEW-AUDIT-MARK-COUNT
    ELSE
        MOVE FE-RECORD-STAMP TO FE-NEW-AUDIT-MARK
        MOVE 1 TO FE-NEW-AUDIT-MARK-COUNT
    END-IF.
    PERFORM 2300-WRITE-AUDIT-ROW
        THRU 2300-EXIT.
2100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2200-TABLE-DECISION - record a release or refusal against its
*> batch; a later decision replaces an earlier one.
*> ----------------------------------------------------------------
2200-TABLE-DECISION.
    MOVE 'N' TO FE-FOUND-SWITCH.
    IF FE-DECISION-COUNT > ZERO
        SET FE-DECISION-INDEX TO 1
        SEARCH FE-DECISION-ENTRY
            AT END
                CONTINUE
            WHEN FE-DECISION-INDEX > FE-DECISION-COUNT
                CONTINUE
            WHEN FE-DECISION-BATCH-ID (FE-DECISION-INDEX)
                    = AUDIT-BATCH-ID
                SET ENTRY-WAS-FOUND TO TRUE
        END-SEARCH
    END-IF.
    IF NOT ENTRY-WAS-FOUND
        IF FE-DECISION-COUNT >= FE-MAX-DECISIONS
            DISPLAY "FINANCEEXTRACT: MORE THAN " FE-MAX-DECISIONS
                " RELEASE DECISIONS ON THE AUDIT TRAIL"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO FE-DECISION-COUNT
        SET FE-DECISION-INDEX TO FE-DECISION-COUNT
        MOVE AUDIT-BATCH-ID
            TO FE-DECISION-BATCH-ID (FE-DECISION-INDEX)
    END-IF.
    MOVE AUDIT-ACTION TO FE-DECISION-ACTION (FE-DECISION-INDEX).
2200-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2300-WRITE-AUDIT-ROW - write one audit detail row. A record
*> written before the currency trace existed reads with no base
*> result; its result is its base result, as for a base-currency
*> batch.
*> ----------------------------------------------------------------
2300-WRITE-AUDIT-ROW.
    IF AUDIT-RESULT IS NUMERIC
        MOVE AUDIT-RESULT TO FE-AUDIT-RESULT
    ELSE
        MOVE ZERO TO FE-AUDIT-RESULT
    END-IF.
    IF AUDIT-BASE-RESULT IS NUMERIC
        MOVE AUDIT-BASE-RESULT TO FE-AUDIT-BASE-RESULT
    ELSE
        MOVE FE-AUDIT-RESULT TO FE-AUDIT-BASE-RESULT
    END-IF.
    MOVE SPACES TO FE-ROW.
    MOVE 1 TO FE-ROW-POINTER.
    MOVE AUDIT-RUN-DATE TO FE-DATE-IN.
    PERFORM 8220-FORMAT-DATE
        THRU 8220-EXIT.
    PERFORM 8100-ADD-COLUMN
        THRU 8100-EXIT.
    MOVE AUDIT-RUN-TIME TO FE-TIME-IN.
    PERFORM 8230-FORMAT-TIME
        THRU 8230-EXIT.
    PERFORM 8100-ADD-COLUMN
        THRU 8100-EXIT.
    MOVE AUDIT-USER-ID TO FE-COLUMN.
    PERFORM 8100-ADD-COLUMN
        THRU 8100-EXIT.
    EVALUATE TRUE
        WHEN AUDIT-IS-A-RELEASE
            MOVE "RELEASE" TO FE-COLUMN
        WHEN AUDIT-IS-A-REFUSAL
            MOVE "REFUSAL" TO FE-COLUMN
        WHEN AUDIT-IS-AN-AUTH-REFUSAL
            MOVE "AUTH-REFUSAL" TO FE-COLUMN
        WHEN OTHER
            MOVE "TRANSACTION" TO FE-COLUMN
    END-EVALUATE.
    PERFORM 8100-ADD-COLUMN
        THRU 8100-EXIT.
    MOVE AUDIT-BATCH-ID TO FE-COLUMN.
    PERFORM 8100-ADD-COLUMN
        THRU 8100-EXIT.
    MOVE SPACES TO FE-COLUMN.
    IF AUDIT-BATCH-ENTRY-NO IS NUMERIC
        MOVE AUDIT-BATCH-ENTRY-NO TO FE-COUNT-IN
        PERFORM 8210-FORMAT-COUNT
            THRU 8210-EXIT
    END-IF.
    PERFORM 8100-ADD-COLUMN
        THRU 8100-EXIT.
    MOVE SPACES TO FE-COLUMN.
    IF AUDIT-SEQUENCE-NO IS NUMERIC
        MOVE AUDIT-SEQUENCE-NO TO FE-COUNT-IN
        PERFORM 8210-FORMAT-COUNT
            THRU 8210-EXIT
    END-IF.
    PERFORM 8100-ADD-COLUMN
        THRU 8100-EXIT.
    MOVE AUDIT-DEPT-CODE TO FE-COLUMN.
    PERFORM 8100-ADD-COLUMN
        THRU 8100-EXIT.
    MOVE SPACES TO FE-COLUMN.
    IF AUDIT-DEPT-CODE NOT = SPACES
        MOVE 'N' TO FE-FOUND-SWITCH
        PERFORM 2310-MATCH-ONE-DEPT
            THRU 2310-EXIT
            VARYING FE-DEPT-SUB FROM 1 BY 1
            UNTIL FE-DEPT-SUB > FE-DEPT-COUNT
               OR ENTRY-WAS-FOUND
    END-IF.
    PERFORM 8100-ADD-COLUMN
        THRU 8100-EXIT.
    MOVE AUDIT-ACCT-PERIOD TO FE-PERIOD-IN.
    PERFORM 8240-FORMAT-PERIOD
        THRU 8240-EXIT.
    PERFORM 8100-ADD-COLUMN
        THRU 8100-EXIT.
    MOVE SPACES TO FE-COLUMN.
    IF AUDIT-AMOUNT-COUNT IS NUMERIC
        MOVE AUDIT-AMOUNT-COUNT TO FE-COUNT-IN
        PERFORM 8210-FORMAT-COUNT
            THRU 8210-EXIT
    END-IF.
    PERFORM 8100-ADD-COLUMN
        THRU 8100-EXIT.
    MOVE AUDIT-CURRENCY-CODE TO FE-COLUMN.
    PERFORM 8100-ADD-COLUMN
        THRU 8100-EXIT.
    IF AUDIT-CONV-RATE IS NUMERIC
       AND AUDIT-CONV-RATE NOT = ZERO
        MOVE AUDIT-CONV-RATE TO FE-RATE-IN
    ELSE
        MOVE 1 TO FE-RATE-IN
    END-IF.
    PERFORM 8250-FORMAT-RATE
        THRU 8250-EXIT.
    PERFORM 8100-ADD-COLUMN
        THRU 8100-EXIT.
    MOVE FE-AUDIT-RESULT TO FE-AMOUNT-IN.
    PERFORM 8200-FORMAT-AMOUNT
        THRU 8200-EXIT.
    PERFORM 8100-ADD-COLUMN
        THRU 8100-EXIT.
    MOVE FE-AUDIT-BASE-RESULT TO FE-AMOUNT-IN.
    PERFORM 8200-FORMAT-AMOUNT
        THRU 8200-EXIT.
    PERFORM 8100-ADD-COLUMN
        THRU 8100-EXIT.
    MOVE SPACES TO FE-COLUMN.
    IF AUDIT-IS-AN-AUTH-REFUSAL
        MOVE AUDIT-REFUSAL-REASON TO FE-COLUMN
    END-IF.
    PERFORM 8100-ADD-COLUMN
        THRU 8100-EXIT.
    WRITE AUDIT-EXTRACT-RECORD FROM FE-ROW.
    ADD 1 TO FE-AUDIT-ROW-COUNT.
    ADD FE-AUDIT-RESULT TO FE-AUDIT-RESULT-TOTAL.
    ADD FE-AUDIT-BASE-RESULT TO FE-AUDIT-BASE-TOTAL.
2300-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2310-MATCH-ONE-DEPT - take the department's name for the row
*> when one table entry is the audit record's department.
*> ----------------------------------------------------------------
2310-MATCH-ONE-DEPT.
    IF FE-DEPT-CODE (FE-DEPT-SUB) = AUDIT-DEPT-CODE
        MOVE FE-DEPT-NAME (FE-DEPT-SUB) TO FE-COLUMN
        SET ENTRY-WAS-FOUND TO TRUE
    END-IF.
2310-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3000-LOAD-DISPOSITIONS - work out where every open GL batch
*> stands tonight. The open-item files are read in order of
*> precedence - rejects, then the pending carry-forward, then the
*> hold files - and a batch takes its disposition from the first
*> file it is found on. A batch still open at the last extract
*> and on none of them tonight has been posted, unless it was
*> refused at release.
*> ----------------------------------------------------------------
3000-LOAD-DISPOSITIONS.
    OPEN INPUT REJECT-FILE.
    IF FE-REJ-STATUS NOT = "00"
        DISPLAY "FINANCEEXTRACT: UNABLE TO OPEN GLREJIN, "
            "FILE STATUS = " FE-REJ-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE 'N' TO FE-EOF-SWITCH.
    PERFORM 3100-READ-ONE-REJECT
        THRU 3100-EXIT
        UNTIL END-OF-INPUT-FILE.
    CLOSE REJECT-FILE.
    OPEN INPUT PENDING-FILE.
    IF FE-PEND-STATUS NOT = "00"
        DISPLAY "FINANCEEXTRACT: UNABLE TO OPEN GLPEND, "
            "FILE STATUS = " FE-PEND-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE 'N' TO FE-EOF-SWITCH.
    PERFORM 3200-READ-ONE-PENDING
        THRU 3200-EXIT
        UNTIL END-OF-INPUT-FILE.
    CLOSE PENDING-FILE.
    OPEN INPUT HOLD-FILE.
    IF FE-HOLD-STATUS NOT = "00"
        DISPLAY "FINANCEEXTRACT: UNABLE TO OPEN GLHOLD, "
            "FILE STATUS = " FE-HOLD-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE 'N' TO FE-EOF-SWITCH.
    PERFORM 3300-READ-ONE-HELD
        THRU 3300-EXIT
        UNTIL END-OF-INPUT-FILE.
    CLOSE HOLD-FILE.
    PERFORM 3400-CARRY-ONE-STATE
        THRU 3400-EXIT
        VARYING FE-STATE-SUB FROM 1 BY 1
        UNTIL FE-STATE-SUB > FE-STATE-COUNT.
3000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3100-READ-ONE-REJECT - a line refused by the posting system.
*> ----------------------------------------------------------------
3100-READ-ONE-REJECT.
    READ REJECT-FILE
        AT END
            SET END-OF-INPUT-FILE TO TRUE
            GO TO 3100-EXIT
    END-READ.
    MOVE GLRJ-BATCH-ID TO FE-LINE-BATCH-ID.
    MOVE "J" TO FE-LINE-SOURCE.
    MOVE "REJECTED" TO FE-LINE-DISPOSITION.
    MOVE 'N' TO FE-LINE-REFUSED-SWITCH.
    MOVE GLRJ-RUN-DATE TO FE-LINE-RUN-DATE.
    MOVE GLRJ-DEBIT-CREDIT TO FE-LINE-DEBIT-CREDIT.
    MOVE GLRJ-AMOUNT TO FE-LINE-AMOUNT.
    MOVE GLRJ-REASON TO FE-LINE-REASON.
    PERFORM 3500-ADD-LINE-TO-BATCH
        THRU 3500-EXIT.
3100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3200-READ-ONE-PENDING - a line sent and not yet answered.
*> ----------------------------------------------------------------
3200-READ-ONE-PENDING.
    READ PENDING-FILE
        AT END
            SET END-OF-INPUT-FILE TO TRUE
            GO TO 3200-EXIT
    END-READ.
    MOVE FEP-BATCH-ID TO FE-LINE-BATCH-ID.
    MOVE "P" TO FE-LINE-SOURCE.
    MOVE "PENDING" TO FE-LINE-DISPOSITION.
    MOVE 'N' TO FE-LINE-REFUSED-SWITCH.
    MOVE FEP-RUN-DATE TO FE-LINE-RUN-DATE.
    MOVE FEP-DEBIT-CREDIT TO FE-LINE-DEBIT-CREDIT.
    MOVE FEP-AMOUNT TO FE-LINE-AMOUNT.
    MOVE SPACES TO FE-LINE-REASON.
    PERFORM 3500-ADD-LINE-TO-BATCH
        THRU 3500-EXIT.
3200-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3300-READ-ONE-HELD - a line of a batch held for supervisor
*> release. The hold generation still carries a batch after its
*> decision, so the decision on the audit trail settles it: a
*> refused batch is rejected, a released one is on its way to
*> the ledger and waits as pending, and one with no decision is
*> held.
*> ----------------------------------------------------------------
3300-READ-ONE-HELD.
    READ HOLD-FILE
        AT END
            SET END-OF-INPUT-FILE TO TRUE
            GO TO 3300-EXIT
    END-READ.
    MOVE GL-BATCH-ID TO FE-LINE-BATCH-ID.
    MOVE "H" TO FE-LINE-SOURCE.
    MOVE "HELD" TO FE-LINE-DISPOSITION.
    MOVE 'N' TO FE-LINE-REFUSED-SWITCH.
    MOVE SPACES TO FE-LINE-REASON.
    PERFORM 3310-FIND-DECISION
        THRU 3310-EXIT.
    IF ENTRY-WAS-FOUND
        IF DECISION-WAS-REFUSAL (FE-DECISION-INDEX)
            MOVE "REJECTED" TO FE-LINE-DISPOSITION
            MOVE 'Y' TO FE-LINE-REFUSED-SWITCH
            MOVE "REFUSED AT RELEASE" TO FE-LINE-REASON
        ELSE
            MOVE "PENDING" TO FE-LINE-DISPOSITION
        END-IF
    END-IF.
    MOVE GL-RUN-DATE TO FE-LINE-RUN-DATE.
    MOVE GL-DEBIT-CREDIT TO FE-LINE-DEBIT-CREDIT.
    MOVE GL-AMOUNT TO FE-LINE-AMOUNT.
    PERFORM 3500-ADD-LINE-TO-BATCH
        THRU 3500-EXIT.
3300-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3310-FIND-DECISION - look up FE-LINE-BATCH-ID among the
*> release decisions.
*> ----------------------------------------------------------------
3310-FIND-DECISION.
    MOVE 'N' TO FE-FOUND-SWITCH.
    IF FE-DECISION-COUNT > ZERO
        SET FE-DECISION-INDEX TO 1
        SEARCH FE-DECISION-ENTRY
            AT END
                CONTINUE
            WHEN FE-DECISION-INDEX > FE-DECISION-COUNT
                CONTINUE
            WHEN FE-DECISION-BATCH-ID (FE-DECISION-INDEX)
                    = FE-LINE-BATCH-ID
                SET ENTRY-WAS-FOUND TO TRUE
        END-SEARCH
    END-IF.
3310-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3400-CARRY-ONE-STATE - tie a batch open at the last extract to
*> tonight's entry for it. One found on no open-item file tonight
*> is entered as posted, with the figures it was last seen with -
*> or, if it was held and the audit trail shows it refused, as
*> rejected at release. One already reported refused at release
*> that has since left the hold files is entered unchanged, so
*> it is neither reported again nor kept.
*> ----------------------------------------------------------------
3400-CARRY-ONE-STATE.
    MOVE FE-ST-BATCH-ID (FE-STATE-SUB) TO FE-LINE-BATCH-ID.
    PERFORM 3600-FIND-BATCH
        THRU 3600-EXIT.
    IF ENTRY-WAS-FOUND
        MOVE FE-STATE-SUB TO FE-GL-STATE-SUB (FE-GL-INDEX)
        GO TO 3400-EXIT
    END-IF.
    PERFORM 3610-ADD-BATCH
        THRU 3610-EXIT.
    MOVE "S" TO FE-GL-SOURCE (FE-GL-INDEX).
    MOVE FE-STATE-SUB TO FE-GL-STATE-SUB (FE-GL-INDEX).
    MOVE 'Y' TO FE-GL-FINAL-SWITCH (FE-GL-INDEX).
    MOVE FE-ST-RUN-DATE (FE-STATE-SUB) TO FE-GL-RUN-DATE (FE-GL-INDEX).
    MOVE FE-ST-LINE-COUNT (FE-STATE-SUB)
        TO FE-GL-LINE-COUNT (FE-GL-INDEX).
    MOVE FE-ST-DEBIT-TOTAL (FE-STATE-SUB)
        TO FE-GL-DEBIT-TOTAL (FE-GL-INDEX).
    MOVE FE-ST-CREDIT-TOTAL (FE-STATE-SUB)
        TO FE-GL-CREDIT-TOTAL (FE-GL-INDEX).
    MOVE "POSTED" TO FE-GL-DISPOSITION (FE-GL-INDEX).
    IF FE-ST-REFUSED-SWITCH (FE-STATE-SUB) = 'Y'
        MOVE FE-ST-DISPOSITION (FE-STATE-SUB)
            TO FE-GL-DISPOSITION (FE-GL-INDEX)
        MOVE 'Y' TO FE-GL-REFUSED-SWITCH (FE-GL-INDEX)
        MOVE "REFUSED AT RELEASE" TO FE-GL-REASON (FE-GL-INDEX)
        GO TO 3400-EXIT
    END-IF.
    IF FE-ST-DISPOSITION (FE-STATE-SUB) = "HELD"
        PERFORM 3310-FIND-DECISION
            THRU 3310-EXIT
        IF ENTRY-WAS-FOUND
            IF DECISION-WAS-REFUSAL (FE-DECISION-INDEX)
                MOVE "REJECTED" TO FE-GL-DISPOSITION (FE-GL-INDEX)
                MOVE 'Y' TO FE-GL-REFUSED-SWITCH (FE-GL-INDEX)
                MOVE "REFUSED AT RELEASE" TO FE-GL-REASON (FE-GL-INDEX)
            END-IF
        END-IF
    END-IF.
3400-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3500-ADD-LINE-TO-BATCH - add one open-item line to its batch's
*> entry. A batch already entered from a file of higher
*> precedence ignores the line; a new batch is entered with the
*> line's disposition.
*> ----------------------------------------------------------------
3500-ADD-LINE-TO-BATCH.
    PERFORM 3600-FIND-BATCH
        THRU 3600-EXIT.
    IF ENTRY-WAS-FOUND
        IF FE-GL-SOURCE (FE-GL-INDEX) NOT = FE-LINE-SOURCE
            GO TO 3500-EXIT
        END-IF
    ELSE
        PERFORM 3610-ADD-BATCH
            THRU 3610-EXIT
        MOVE FE-LINE-SOURCE TO FE-GL-SOURCE (FE-GL-INDEX)
        MOVE FE-LINE-DISPOSITION TO FE-GL-DISPOSITION (FE-GL-INDEX)
        MOVE FE-LINE-REFUSED-SWITCH
            TO FE-GL-REFUSED-SWITCH (FE-GL-INDEX)
        MOVE FE-LINE-REASON TO FE-GL-REASON (FE-GL-INDEX)
        MOVE FE-LINE-RUN-DATE TO FE-GL-RUN-DATE (FE-GL-INDEX)
    END-IF.
    PERFORM 3620-ACCUMULATE-LINE
        THRU 3620-EXIT.
3500-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3600-FIND-BATCH - look up FE-LINE-BATCH-ID among tonight's
*> batches, leaving FE-GL-INDEX on it.
*> ----------------------------------------------------------------
3600-FIND-BATCH.
    MOVE 'N' TO FE-FOUND-SWITCH.
    IF FE-GL-COUNT > ZERO
        SET FE-GL-INDEX TO 1
        SEARCH FE-GL-ENTRY
            AT END
                CONTINUE
            WHEN FE-GL-INDEX > FE-GL-COUNT
                CONTINUE
            WHEN FE-GL-BATCH-ID (FE-GL-INDEX) = FE-LINE-BATCH-ID
                SET ENTRY-WAS-FOUND TO TRUE
        END-SEARCH
    END-IF.
3600-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3610-ADD-BATCH - enter FE-LINE-BATCH-ID as a new batch with
*> nothing accumulated, leaving FE-GL-INDEX on it.
*> ----------------------------------------------------------------
3610-ADD-BATCH.
    IF FE-GL-COUNT >= FE-MAX-GL
        DISPLAY "FINANCEEXTRACT: MORE THAN " FE-MAX-GL
            " OPEN GL BATCHES"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO FE-GL-COUNT.
    SET FE-GL-INDEX TO FE-GL-COUNT.
    MOVE FE-LINE-BATCH-ID TO FE-GL-BATCH-ID (FE-GL-INDEX).
    MOVE SPACE TO FE-GL-SOURCE (FE-GL-INDEX).
    MOVE SPACES TO FE-GL-DISPOSITION (FE-GL-INDEX).
    MOVE 'N' TO FE-GL-REFUSED-SWITCH (FE-GL-INDEX).
    MOVE 'N' TO FE-GL-FINAL-SWITCH (FE-GL-INDEX).
    MOVE ZERO TO FE-GL-RUN-DATE (FE-GL-INDEX).
    MOVE ZERO TO FE-GL-LINE-COUNT (FE-GL-INDEX).
    MOVE ZERO TO FE-GL-DEBIT-TOTAL (FE-GL-INDEX).
    MOVE ZERO TO FE-GL-CREDIT-TOTAL (FE-GL-INDEX).
    MOVE SPACES TO FE-GL-REASON (FE-GL-INDEX).
    MOVE ZERO TO FE-GL-STATE-SUB (FE-GL-INDEX).
3610-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3620-ACCUMULATE-LINE - count the line in hand and add its
*> amount to its side of the batch at FE-GL-INDEX.
*> ----------------------------------------------------------------
3620-ACCUMULATE-LINE.
    ADD 1 TO FE-GL-LINE-COUNT (FE-GL-INDEX).
    IF FE-LINE-DEBIT-CREDIT = "D"
        ADD FE-LINE-AMOUNT TO FE-GL-DEBIT-TOTAL (FE-GL-INDEX)
    ELSE
        ADD FE-LINE-AMOUNT TO FE-GL-CREDIT-TOTAL (FE-GL-INDEX)
    END-IF.
    IF FE-GL-RUN-DATE (FE-GL-INDEX) = ZERO
        MOVE FE-LINE-RUN-DATE TO FE-GL-RUN-DATE (FE-GL-INDEX)
    END-IF.
3620-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 4000-EXTRACT-RUN-HISTORY - write a summary row for every run
*> history record past the mark, then total from the GL extracts
*> any batch that turned out to have posted straight away.
*> ----------------------------------------------------------------
4000-EXTRACT-RUN-HISTORY.
    OPEN INPUT RUNHIST-FILE.
    IF FE-RUNH-STATUS NOT = "00"
        DISPLAY "FINANCEEXTRACT: UNABLE TO OPEN RUNHIST, "
            "FILE STATUS = " FE-RUNH-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE ZERO TO FE-AT-MARK-COUNT.
    MOVE 'N' TO FE-EOF-SWITCH.
    PERFORM 4100-READ-ONE-RUN
        THRU 4100-EXIT
        UNTIL END-OF-INPUT-FILE.
    CLOSE RUNHIST-FILE.
    IF FE-RUN-POSTED-COUNT > ZERO
        PERFORM 4400-TOTAL-POSTED-BATCHES
            THRU 4400-EXIT
    END-IF.
4000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 4100-READ-ONE-RUN - read one run history record and extract it
*> if it lies past the mark.
*> ----------------------------------------------------------------
4100-READ-ONE-RUN.
    READ RUNHIST-FILE
        AT END
            SET END-OF-INPUT-FILE TO TRUE
            GO TO 4100-EXIT
    END-READ.
    ADD 1 TO FE-RUNH-READ-COUNT.
    MOVE RUNH-RUN-DATE TO FE-RECORD-STAMP-DATE.
    MOVE RUNH-RUN-TIME TO FE-RECORD-STAMP-TIME.
    MOVE 'Y' TO FE-TAKE-SWITCH.
    IF FE-RECORD-STAMP < FE-RUNH-MARK
        MOVE 'N' TO FE-TAKE-SWITCH
    END-IF.
    IF FE-RECORD-STAMP = FE-RUNH-MARK
        ADD 1 TO FE-AT-MARK-COUNT
        IF FE-AT-MARK-COUNT <= FE-RUNH-MARK-COUNT
            MOVE 'N' TO FE-TAKE-SWITCH
        END-IF
    END-IF.
    IF NOT RECORD-IS-TO-BE-TAKEN
        ADD 1 TO FE-RUNH-SKIPPED-COUNT
        GO TO 4100-EXIT
    END-IF.
    IF FE-RECORD-STAMP = FE-NEW-RUNH-MARK
        ADD 1 TO FE-NEW-RUNH-MARK-COUNT
    ELSE
        MOVE FE-RECORD-STAMP TO FE-NEW-RUNH-MARK
        MOVE 1 TO FE-NEW-RUNH-MARK-COUNT
    END-IF.
    PERFORM 4200-WRITE-RUN-ROW
        THRU 4200-EXIT.
4100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 4200-WRITE-RUN-ROW - write one run summary row. A record
*> written before the period was carried falls back to its run
*> date's month, as the recap does; one written before the record
*> count was carried leaves the count empty.
*> ----------------------------------------------------------------
4200-WRITE-RUN-ROW.
    MOVE SPACES TO FE-ROW.
    MOVE 1 TO FE-ROW-POINTER.
    MOVE RUNH-RUN-DATE TO FE-DATE-IN.
    PERFORM 8220-FORMAT-DATE
        THRU 8220-EXIT.
    PERFORM 8100-ADD-COLUMN
        THRU 8100-EXIT.
    MOVE RUNH-RUN-TIME TO FE-TIME-IN.
    PERFORM 8230-FORMAT-TIME
        THRU 8230-EXIT.
    PERFORM 8100-ADD-COLUMN
        THRU 8100-EXIT.
    MOVE RUNH-BATCH-ID TO FE-COLUMN.
    PERFORM 8100-ADD-COLUMN
        THRU 8100-EXIT.
    IF RUNH-ACCT-PERIOD IS NUMERIC
       AND RUNH-ACCT-PERIOD NOT = ZERO
        MOVE RUNH-ACCT-PERIOD TO FE-PERIOD-IN
    ELSE
        MOVE RUNH-RUN-DATE (1:6) TO FE-PERIOD-IN
    END-IF.
    PERFORM 8240-FORMAT-PERIOD
        THRU 8240-EXIT.
    PERFORM 8100-ADD-COLUMN
        THRU 8100-EXIT.
    MOVE SPACES TO FE-COLUMN.
    IF RUNH-RECORD-COUNT IS NUMERIC
        MOVE RUNH-RECORD-COUNT TO FE-COUNT-IN
        PERFORM 8210-FORMAT-COUNT
            THRU 8210-EXIT
    END-IF.
    PERFORM 8100-ADD-COLUMN
        THRU 8100-EXIT.
    MOVE SPACES TO FE-COLUMN.
    IF RUNH-REJECT-COUNT IS NUMERIC
        MOVE RUNH-REJECT-COUNT TO FE-COUNT-IN
        PERFORM 8210-FORMAT-COUNT
            THRU 8210-EXIT
    END-IF.
    PERFORM 8100-ADD-COLUMN
        THRU 8100-EXIT.
    IF RUNH-CONTROL-TOTAL IS NUMERIC
        MOVE RUNH-CONTROL-TOTAL TO FE-AMOUNT-IN
    ELSE
        MOVE ZERO TO FE-AMOUNT-IN
    END-IF.
    ADD FE-AMOUNT-IN TO FE-RUN-CONTROL-TOTAL.
    PERFORM 8200-FORMAT-AMOUNT
        THRU 8200-EXIT.
    PERFORM 8100-ADD-COLUMN
        THRU 8100-EXIT.
    EVALUATE TRUE
        WHEN RUNH-WAS-IN-BALANCE
            MOVE "IN-BALANCE" TO FE-COLUMN
        WHEN RUNH-WAS-OUT-OF-BALANCE
            MOVE "OUT-OF-BALANCE" TO FE-COLUMN
        WHEN OTHER
            MOVE "UNPROVED" TO FE-COLUMN
    END-EVALUATE.
    PERFORM 8100-ADD-COLUMN
        THRU 8100-EXIT.
    IF RUNH-WAS-RESTARTED
        MOVE "Y" TO FE-COLUMN
    ELSE
        MOVE "N" TO FE-COLUMN
    END-IF.
    PERFORM 8100-ADD-COLUMN
        THRU 8100-EXIT.
    PERFORM 4300-FIND-RUN-DISPOSITION
        THRU 4300-EXIT.
    PERFORM 8100-ADD-COLUMN
        THRU 8100-EXIT.
    WRITE RUN-EXTRACT-RECORD FROM FE-ROW.
    ADD 1 TO FE-RUN-ROW-COUNT.
4200-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 4300-FIND-RUN-DISPOSITION - the disposition of the run's batch
*> tonight, into FE-COLUMN. Only a run that proved in balance
*> sends its batch to the ledger: any other run's is NONE. A
*> proved batch on no open-item file and not open at the last
*> extract went through the reconciliation its own job stream
*> runs and posted; it is entered as posted, so its disposition
*> row goes out with the rest.
*> ----------------------------------------------------------------
4300-FIND-RUN-DISPOSITION.
    IF NOT RUNH-WAS-IN-BALANCE
        MOVE "NONE" TO FE-COLUMN
        GO TO 4300-EXIT
    END-IF.
    MOVE "POSTED" TO FE-COLUMN.
    IF RUNH-BATCH-ID = SPACES
        GO TO 4300-EXIT
    END-IF.
    MOVE RUNH-BATCH-ID TO FE-LINE-BATCH-ID.
    PERFORM 3600-FIND-BATCH
        THRU 3600-EXIT.
    IF ENTRY-WAS-FOUND
        MOVE FE-GL-DISPOSITION (FE-GL-INDEX) TO FE-COLUMN
        GO TO 4300-EXIT
    END-IF.
    PERFORM 3610-ADD-BATCH
        THRU 3610-EXIT.
    MOVE "R" TO FE-GL-SOURCE (FE-GL-INDEX).
    MOVE "POSTED" TO FE-GL-DISPOSITION (FE-GL-INDEX).
    MOVE 'Y' TO FE-GL-FINAL-SWITCH (FE-GL-INDEX).
    MOVE RUNH-RUN-DATE TO FE-GL-RUN-DATE (FE-GL-INDEX).
    ADD 1 TO FE-RUN-POSTED-COUNT.
4300-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 4400-TOTAL-POSTED-BATCHES - count and total, from the GL
*> extract generations, the lines of the batches that posted
*> straight from their run.
*> ----------------------------------------------------------------
4400-TOTAL-POSTED-BATCHES.
    OPEN INPUT GL-FILE.
    IF FE-GL-STATUS NOT = "00"
        DISPLAY "FINANCEEXTRACT: UNABLE TO OPEN GLIN, "
            "FILE STATUS = " FE-GL-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE 'N' TO FE-EOF-SWITCH.
    PERFORM 4410-READ-ONE-EXTRACT
        THRU 4410-EXIT
        UNTIL END-OF-INPUT-FILE.
    CLOSE GL-FILE.
4400-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 4410-READ-ONE-EXTRACT - add one extract line to its batch if
*> the batch was entered as posted from the run history.
*> ----------------------------------------------------------------
4410-READ-ONE-EXTRACT.
    READ GL-FILE
        AT END
            SET END-OF-INPUT-FILE TO TRUE
            GO TO 4410-EXIT
    END-READ.
    MOVE FEG-BATCH-ID TO FE-LINE-BATCH-ID.
    PERFORM 3600-FIND-BATCH
        THRU 3600-EXIT.
    IF NOT ENTRY-WAS-FOUND
        GO TO 4410-EXIT
    END-IF.
    IF NOT GL-FROM-RUN-HISTORY (FE-GL-INDEX)
        GO TO 4410-EXIT
    END-IF.
    MOVE FEG-RUN-DATE TO FE-LINE-RUN-DATE.
    MOVE FEG-DEBIT-CREDIT TO FE-LINE-DEBIT-CREDIT.
    MOVE FEG-AMOUNT TO FE-LINE-AMOUNT.
    PERFORM 3620-ACCUMULATE-LINE
        THRU 3620-EXIT.
4410-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 5000-WRITE-DISPOSITIONS - write a disposition row for every
*> batch whose disposition is new or has changed since the last
*> extract, and the new state: the control record with the
*> marks this extract reached, then every batch still open.
*> ----------------------------------------------------------------
5000-WRITE-DISPOSITIONS.
    OPEN OUTPUT NEW-STATE-FILE.
    IF FE-SNEW-STATUS NOT = "00"
        DISPLAY "FINANCEEXTRACT: UNABLE TO OPEN EXTRSNEW, "
            "FILE STATUS = " FE-SNEW-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE SPACES TO FE-SNEW-RECORD.
    MOVE "C" TO FE-SNEW-RECORD-TYPE.
    MOVE FE-RUN-DATE-YYYYMMDD TO FE-SNEW-LAST-EXTRACT-DATE.
    MOVE FE-RUN-TIME TO FE-SNEW-LAST-EXTRACT-TIME.
    MOVE FE-NEW-AUDIT-MARK-DATE TO FE-SNEW-AUDIT-MARK-DATE.
    MOVE FE-NEW-AUDIT-MARK-TIME TO FE-SNEW-AUDIT-MARK-TIME.
    MOVE FE-NEW-AUDIT-MARK-COUNT TO FE-SNEW-AUDIT-MARK-COUNT.
    MOVE FE-NEW-RUNH-MARK-DATE TO FE-SNEW-RUNH-MARK-DATE.
    MOVE FE-NEW-RUNH-MARK-TIME TO FE-SNEW-RUNH-MARK-TIME.
    MOVE FE-NEW-RUNH-MARK-COUNT TO FE-SNEW-RUNH-MARK-COUNT.
    WRITE FE-NEW-STATE-RECORD FROM FE-SNEW-RECORD.
    PERFORM 5100-WRITE-ONE-BATCH
        THRU 5100-EXIT
        VARYING FE-GL-SUB FROM 1 BY 1
        UNTIL FE-GL-SUB > FE-GL-COUNT.
    CLOSE NEW-STATE-FILE.
5000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 5100-WRITE-ONE-BATCH - report one batch if its disposition is
*> new or changed, and keep it in the state unless it is final.
*> ----------------------------------------------------------------
5100-WRITE-ONE-BATCH.
    MOVE FE-GL-STATE-SUB (FE-GL-SUB) TO FE-STATE-SUB.
    IF FE-STATE-SUB = ZERO
        PERFORM 5200-WRITE-DISPOSITION-ROW
            THRU 5200-EXIT
    ELSE
        IF FE-GL-DISPOSITION (FE-GL-SUB)
                NOT = FE-ST-DISPOSITION (FE-STATE-SUB)
            PERFORM 5200-WRITE-DISPOSITION-ROW
                THRU 5200-EXIT
        END-IF
    END-IF.
    IF GL-ENTRY-IS-FINAL (FE-GL-SUB)
        GO TO 5100-EXIT
    END-IF.
    MOVE SPACES TO FE-SNEW-RECORD.
    MOVE "G" TO FE-SNEW-RECORD-TYPE.
    MOVE FE-GL-BATCH-ID (FE-GL-SUB) TO FE-SNEW-GL-BATCH-ID.
    MOVE FE-GL-DISPOSITION (FE-GL-SUB) TO FE-SNEW-GL-DISPOSITION.
    MOVE FE-GL-REFUSED-SWITCH (FE-GL-SUB) TO FE-SNEW-GL-REFUSED-SWITCH.
    MOVE FE-GL-RUN-DATE (FE-GL-SUB) TO FE-SNEW-GL-RUN-DATE.
    MOVE FE-GL-LINE-COUNT (FE-GL-SUB) TO FE-SNEW-GL-LINE-COUNT.
    MOVE FE-GL-DEBIT-TOTAL (FE-GL-SUB) TO FE-SNEW-GL-DEBIT-TOTAL.
    MOVE FE-GL-CREDIT-TOTAL (FE-GL-SUB) TO FE-SNEW-GL-CREDIT-TOTAL.
    WRITE FE-NEW-STATE-RECORD FROM FE-SNEW-RECORD.
    ADD 1 TO FE-OPEN-BATCH-COUNT.
5100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 5200-WRITE-DISPOSITION-ROW - write one GL disposition row, with
*> the disposition reported at the last extract (empty for a
*> batch reported for the first time).
*> ----------------------------------------------------------------
5200-WRITE-DISPOSITION-ROW.
    MOVE SPACES TO FE-ROW.
    MOVE 1 TO FE-ROW-POINTER.
    MOVE FE-GL-BATCH-ID (FE-GL-SUB) TO FE-COLUMN.
    PERFORM 8100-ADD-COLUMN
        THRU 8100-EXIT.
    MOVE FE-GL-RUN-DATE (FE-GL-SUB) TO FE-DATE-IN.
    PERFORM 8220-FORMAT-DATE
        THRU 8220-EXIT.
    PERFORM 8100-ADD-COLUMN
        THRU 8100-EXIT.
    MOVE FE-GL-DISPOSITION (FE-GL-SUB) TO FE-COLUMN.
    PERFORM 8100-ADD-COLUMN
        THRU 8100-EXIT.
    MOVE SPACES TO FE-COLUMN.
    IF FE-STATE-SUB NOT = ZERO
        MOVE FE-ST-DISPOSITION (FE-STATE-SUB) TO FE-COLUMN
    END-IF.
    PERFORM 8100-ADD-COLUMN
        THRU 8100-EXIT.
    MOVE FE-RUN-DATE-YYYYMMDD TO FE-DATE-IN.
    PERFORM 8220-FORMAT-DATE
        THRU 8220-EXIT.
    PERFORM 8100-ADD-COLUMN
        THRU 8100-EXIT.
    MOVE FE-GL-LINE-COUNT (FE-GL-SUB) TO FE-COUNT-IN.
    PERFORM 8210-FORMAT-COUNT
        THRU 8210-EXIT.
    PERFORM 8100-ADD-COLUMN
        THRU 8100-EXIT.
    MOVE FE-GL-DEBIT-TOTAL (FE-GL-SUB) TO FE-AMOUNT-IN.
    ADD FE-AMOUNT-IN TO FE-GL-DEBIT-SUM.
    PERFORM 8200-FORMAT-AMOUNT
        THRU 8200-EXIT.
    PERFORM 8100-ADD-COLUMN
        THRU 8100-EXIT.
    MOVE FE-GL-CREDIT-TOTAL (FE-GL-SUB) TO FE-AMOUNT-IN.
    ADD FE-AMOUNT-IN TO FE-GL-CREDIT-SUM.
    PERFORM 8200-FORMAT-AMOUNT
        THRU 8200-EXIT.
    PERFORM 8100-ADD-COLUMN
        THRU 8100-EXIT.
    MOVE FE-GL-REASON (FE-GL-SUB) TO FE-COLUMN.
    PERFORM 8100-ADD-COLUMN
        THRU 8100-EXIT.
    WRITE GL-EXTRACT-RECORD FROM FE-ROW.
    ADD 1 TO FE-GL-ROW-COUNT.
5200-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 8100-ADD-COLUMN - append FE-COLUMN to the row being built,
*> after a delimiter unless it is the row's first column. The
*> column's trailing spaces are dropped, and a delimiter inside
*> the data goes out as "/" so it cannot split the column.
*> ----------------------------------------------------------------
8100-ADD-COLUMN.
    IF FE-ROW-POINTER > 1
        STRING "|" DELIMITED BY SIZE
            INTO FE-ROW
            WITH POINTER FE-ROW-POINTER
        END-STRING
    END-IF.
    INSPECT FE-COLUMN REPLACING ALL "|" BY "/".
    MOVE ZERO TO FE-COLUMN-LENGTH.
    PERFORM 8110-TEST-ONE-POSITION
        THRU 8110-EXIT
        VARYING FE-COLUMN-SUB FROM 60 BY -1
        UNTIL FE-COLUMN-SUB < 1
           OR FE-COLUMN-LENGTH > ZERO.
    IF FE-COLUMN-LENGTH > ZERO
        STRING FE-COLUMN (1:FE-COLUMN-LENGTH) DELIMITED BY SIZE
            INTO FE-ROW
            WITH POINTER FE-ROW-POINTER
        END-STRING
    END-IF.
    MOVE SPACES TO FE-COLUMN.
8100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 8110-TEST-ONE-POSITION - working back from the end of the
*> column, the first non-blank position found is its length.
*> ----------------------------------------------------------------
8110-TEST-ONE-POSITION.
    IF FE-COLUMN (FE-COLUMN-SUB:1) NOT = SPACE
        MOVE FE-COLUMN-SUB TO FE-COLUMN-LENGTH
    END-IF.
8110-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 8200-FORMAT-AMOUNT - FE-AMOUNT-IN into FE-COLUMN as a signed
*> decimal: leading minus when negative, two places, no padding.
*> ----------------------------------------------------------------
8200-FORMAT-AMOUNT.
    MOVE FE-AMOUNT-IN TO FE-AMOUNT-EDITED.
    MOVE ZERO TO FE-LEADING-SPACES.
    INSPECT FE-AMOUNT-EDITED
        TALLYING FE-LEADING-SPACES FOR LEADING SPACES.
    MOVE SPACES TO FE-COLUMN.
    MOVE FE-AMOUNT-EDITED (FE-LEADING-SPACES + 1:) TO FE-COLUMN.
8200-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 8210-FORMAT-COUNT - FE-COUNT-IN into FE-COLUMN without leading
*> zeros.
*> ----------------------------------------------------------------
8210-FORMAT-COUNT.
    MOVE FE-COUNT-IN TO FE-COUNT-EDITED.
    MOVE ZERO TO FE-LEADING-SPACES.
    INSPECT FE-COUNT-EDITED
        TALLYING FE-LEADING-SPACES FOR LEADING SPACES.
    MOVE SPACES TO FE-COLUMN.
    MOVE FE-COUNT-EDITED (FE-LEADING-SPACES + 1:) TO FE-COLUMN.
8210-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 8220-FORMAT-DATE - FE-DATE-IN (YYYYMMDD) into FE-COLUMN as
*> YYYY-MM-DD; a zero or unreadable date goes out empty.
*> ----------------------------------------------------------------
8220-FORMAT-DATE.
    MOVE SPACES TO FE-COLUMN.
    IF FE-DATE-IN IS NOT NUMERIC
       OR FE-DATE-IN = ZERO
        GO TO 8220-EXIT
    END-IF.
    STRING FE-DATE-IN-YYYY DELIMITED BY SIZE
           "-"             DELIMITED BY SIZE
           FE-DATE-IN-MM   DELIMITED BY SIZE
           "-"             DELIMITED BY SIZE
           FE-DATE-IN-DD   DELIMITED BY SIZE
        INTO FE-COLUMN
    END-STRING.
8220-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 8230-FORMAT-TIME - FE-TIME-IN (HHMMSSHH) into FE-COLUMN as
*> HH:MM:SS; an unreadable time goes out empty.
*> ----------------------------------------------------------------
8230-FORMAT-TIME.
    MOVE SPACES TO FE-COLUMN.
    IF FE-TIME-IN IS NOT NUMERIC
        GO TO 8230-EXIT
    END-IF.
    STRING FE-TIME-IN-HH DELIMITED BY SIZE
           ":"           DELIMITED BY SIZE
           FE-TIME-IN-MM DELIMITED BY SIZE
           ":"           DELIMITED BY SIZE
           FE-TIME-IN-SS DELIMITED BY SIZE
        INTO FE-COLUMN
    END-STRING.
8230-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 8240-FORMAT-PERIOD - FE-PERIOD-IN (YYYYMM) into FE-COLUMN as
*> YYYY-MM; a zero or unreadable period goes out empty.
*> ----------------------------------------------------------------
8240-FORMAT-PERIOD.
    MOVE SPACES TO FE-COLUMN.
    IF FE-PERIOD-IN IS NOT NUMERIC
       OR FE-PERIOD-IN = ZERO
        GO TO 8240-EXIT
    END-IF.
    STRING FE-PERIOD-IN-YYYY DELIMITED BY SIZE
           "-"               DELIMITED BY SIZE
           FE-PERIOD-IN-MM   DELIMITED BY SIZE
        INTO FE-COLUMN
    END-STRING.
8240-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 8250-FORMAT-RATE - FE-RATE-IN into FE-COLUMN with its six
*> decimal places and no padding.
*> ----------------------------------------------------------------
8250-FORMAT-RATE.
    MOVE FE-RATE-IN TO FE-RATE-EDITED.
    MOVE ZERO TO FE-LEADING-SPACES.
    INSPECT FE-RATE-EDITED
        TALLYING FE-LEADING-SPACES FOR LEADING SPACES.
    MOVE SPACES TO FE-COLUMN.
    MOVE FE-RATE-EDITED (FE-LEADING-SPACES + 1:) TO FE-COLUMN.
8250-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 8300-START-CONTROL-ROW - start an extract file's control
*> record: CONTROL and the row count (in FE-COUNT-IN); the caller
*> adds the file's amount totals.
*> ----------------------------------------------------------------
8300-START-CONTROL-ROW.
    MOVE SPACES TO FE-ROW.
    MOVE 1 TO FE-ROW-POINTER.
    MOVE "CONTROL" TO FE-COLUMN.
    PERFORM 8100-ADD-COLUMN
        THRU 8100-EXIT.
    PERFORM 8210-FORMAT-COUNT
        THRU 8210-EXIT.
    PERFORM 8100-ADD-COLUMN
        THRU 8100-EXIT.
8300-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 9000-FINALIZE - end each extract file with its control record,
*> print the extract summary, and set the return code.
*> ----------------------------------------------------------------
9000-FINALIZE.
    MOVE FE-AUDIT-ROW-COUNT TO FE-COUNT-IN.
    PERFORM 8300-START-CONTROL-ROW
        THRU 8300-EXIT.
    MOVE FE-AUDIT-RESULT-TOTAL TO FE-AMOUNT-IN.
    PERFORM 8200-FORMAT-AMOUNT
        THRU 8200-EXIT.
    PERFORM 8100-ADD-COLUMN
        THRU 8100-EXIT.
    MOVE FE-AUDIT-BASE-TOTAL TO FE-AMOUNT-IN.
    PERFORM 8200-FORMAT-AMOUNT
        THRU 8200-EXIT.
    PERFORM 8100-ADD-COLUMN
        THRU 8100-EXIT.
    WRITE AUDIT-EXTRACT-RECORD FROM FE-ROW.
    MOVE FE-RUN-ROW-COUNT TO FE-COUNT-IN.
    PERFORM 8300-START-CONTROL-ROW
        THRU 8300-EXIT.
    MOVE FE-RUN-CONTROL-TOTAL TO FE-AMOUNT-IN.
    PERFORM 8200-FORMAT-AMOUNT
        THRU 8200-EXIT.
    PERFORM 8100-ADD-COLUMN
        THRU 8100-EXIT.
    WRITE RUN-EXTRACT-RECORD FROM FE-ROW.
    MOVE FE-GL-ROW-COUNT TO FE-COUNT-IN.
    PERFORM 8300-START-CONTROL-ROW
        THRU 8300-EXIT.
    MOVE FE-GL-DEBIT-SUM TO FE-AMOUNT-IN.
    PERFORM 8200-FORMAT-AMOUNT
        THRU 8200-EXIT.
    PERFORM 8100-ADD-COLUMN
        THRU 8100-EXIT.
    MOVE FE-GL-CREDIT-SUM TO FE-AMOUNT-IN.
    PERFORM 8200-FORMAT-AMOUNT
        THRU 8200-EXIT.
    PERFORM 8100-ADD-COLUMN
        THRU 8100-EXIT.
    WRITE GL-EXTRACT-RECORD FROM FE-ROW.
    CLOSE AUDIT-EXTRACT-FILE.
    CLOSE RUN-EXTRACT-FILE.
    CLOSE GL-EXTRACT-FILE.
    PERFORM 9100-PRINT-SUMMARY
        THRU 9100-EXIT.
    CLOSE PRINT-FILE.
    IF FE-AUDIT-ROW-COUNT = ZERO
       AND FE-RUN-ROW-COUNT = ZERO
       AND FE-GL-ROW-COUNT = ZERO
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE ZERO TO RETURN-CODE
    END-IF.
    DISPLAY "FINANCEEXTRACT: ROWS WRITTEN - AUDIT "
        FE-AUDIT-ROW-COUNT " RUNS " FE-RUN-ROW-COUNT
        " GL DISPOSITIONS " FE-GL-ROW-COUNT.
9000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 9100-PRINT-SUMMARY - print where each file was read through,
*> and every extract file's row count and control totals - the
*> figures the load's own totals prove to.
*> ----------------------------------------------------------------
9100-PRINT-SUMMARY.
    MOVE SPACES TO FE-MARK-LINE.
    MOVE "AUDIT TRAIL EXTRACTED THROUGH:" TO MRK-LABEL.
    MOVE FE-NEW-AUDIT-MARK-DATE TO FE-DATE-IN.
    PERFORM 8220-FORMAT-DATE
        THRU 8220-EXIT.
    MOVE FE-COLUMN TO MRK-DATE.
    MOVE FE-NEW-AUDIT-MARK-TIME TO FE-TIME-IN.
    PERFORM 8230-FORMAT-TIME
        THRU 8230-EXIT.
    MOVE FE-COLUMN TO MRK-TIME.
    WRITE PRINT-LINE FROM FE-MARK-LINE
        AFTER ADVANCING 1 LINE.
    MOVE SPACES TO FE-MARK-LINE.
    MOVE "RUN HISTORY EXTRACTED THROUGH:" TO MRK-LABEL.
    MOVE FE-NEW-RUNH-MARK-DATE TO FE-DATE-IN.
    PERFORM 8220-FORMAT-DATE
        THRU 8220-EXIT.
    MOVE FE-COLUMN TO MRK-DATE.
    MOVE FE-NEW-RUNH-MARK-TIME TO FE-TIME-IN.
    PERFORM 8230-FORMAT-TIME
        THRU 8230-EXIT.
    MOVE FE-COLUMN TO MRK-TIME.
    WRITE PRINT-LINE FROM FE-MARK-LINE
        AFTER ADVANCING 1 LINE.
    MOVE "AUDIT RECORDS READ:" TO SMC-LABEL.
    MOVE FE-AUDIT-READ-COUNT TO SMC-COUNT.
    WRITE PRINT-LINE FROM FE-SUMMARY-COUNT-LINE
        AFTER ADVANCING 2 LINES.
    MOVE "AUDIT RECORDS EXTRACTED BEFORE:" TO SMC-LABEL.
    MOVE FE-AUDIT-SKIPPED-COUNT TO SMC-COUNT.
    WRITE PRINT-LINE FROM FE-SUMMARY-COUNT-LINE
        AFTER ADVANCING 1 LINE.
    MOVE "AUDIT DETAIL ROWS WRITTEN (AUDEXTR):" TO SMC-LABEL.
    MOVE FE-AUDIT-ROW-COUNT TO SMC-COUNT.
    WRITE PRINT-LINE FROM FE-SUMMARY-COUNT-LINE
        AFTER ADVANCING 1 LINE.
    MOVE "  RESULT TOTAL:" TO SMA-LABEL.
    MOVE FE-AUDIT-RESULT-TOTAL TO SMA-AMOUNT.
    WRITE PRINT-LINE FROM FE-SUMMARY-AMOUNT-LINE
        AFTER ADVANCING 1 LINE.
    MOVE "  BASE RESULT TOTAL:" TO SMA-LABEL.
    MOVE FE-AUDIT-BASE-TOTAL TO SMA-AMOUNT.
    WRITE PRINT-LINE FROM FE-SUMMARY-AMOUNT-LINE
        AFTER ADVANCING 1 LINE.
    MOVE "RUN HISTORY RECORDS READ:" TO SMC-LABEL.
    MOVE FE-RUNH-READ-COUNT TO SMC-COUNT.
    WRITE PRINT-LINE FROM FE-SUMMARY-COUNT-LINE
        AFTER ADVANCING 2 LINES.
    MOVE "RUN HISTORY RECORDS EXTRACTED BEFORE:" TO SMC-LABEL.
    MOVE FE-RUNH-SKIPPED-COUNT TO SMC-COUNT.
    WRITE PRINT-LINE FROM FE-SUMMARY-COUNT-LINE
        AFTER ADVANCING 1 LINE.
    MOVE "RUN SUMMARY ROWS WRITTEN (RUNEXTR):" TO SMC-LABEL.
    MOVE FE-RUN-ROW-COUNT TO SMC-COUNT.
    WRITE PRINT-LINE FROM FE-SUMMARY-COUNT-LINE
        AFTER ADVANCING 1 LINE.
    MOVE "  CONTROL TOTAL:" TO SMA-LABEL.
    MOVE FE-RUN-CONTROL-TOTAL TO SMA-AMOUNT.
    WRITE PRINT-LINE FROM FE-SUMMARY-AMOUNT-LINE
        AFTER ADVANCING 1 LINE.
    MOVE "GL BATCHES OPEN AT LAST EXTRACT:" TO SMC-LABEL.
    MOVE FE-STATE-COUNT TO SMC-COUNT.
    WRITE PRINT-LINE FROM FE-SUMMARY-COUNT-LINE
        AFTER ADVANCING 2 LINES.
    MOVE "GL DISPOSITION ROWS WRITTEN (GLDEXTR):" TO SMC-LABEL.
    MOVE FE-GL-ROW-COUNT TO SMC-COUNT.
    WRITE PRINT-LINE FROM FE-SUMMARY-COUNT-LINE
        AFTER ADVANCING 1 LINE.
    MOVE "  DEBIT TOTAL:" TO SMA-LABEL.
    MOVE FE-GL-DEBIT-SUM TO SMA-AMOUNT.
    WRITE PRINT-LINE FROM FE-SUMMARY-AMOUNT-LINE
        AFTER ADVANCING 1 LINE.
    MOVE "  CREDIT TOTAL:" TO SMA-LABEL.
    MOVE FE-GL-CREDIT-SUM TO SMA-AMOUNT.
    WRITE PRINT-LINE FROM FE-SUMMARY-AMOUNT-LINE
        AFTER ADVANCING 1 LINE.
    MOVE "GL BATCHES STILL OPEN:" TO SMC-LABEL.
    MOVE FE-OPEN-BATCH-COUNT TO SMC-COUNT.
    WRITE PRINT-LINE FROM FE-SUMMARY-COUNT-LINE
        AFTER ADVANCING 1 LINE.
9100-EXIT.
    EXIT.
