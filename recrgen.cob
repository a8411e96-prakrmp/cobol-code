       >>SOURCE FORMAT FREE
*> ================================================================
*> RecurringGenerate
*> Writes the month's standing batches - rent, leases, service
*> contracts - from the RECRMSTR recurring-entry master, so they
*> are no longer keyed by hand through TransactionEntry every
*> month. Every entry due in the accounting period being generated
*> (GENERATE-PERIOD on RGPARM, or the run date's period) is written
*> to TRANOUT as ordinary TRANREC work: a department header
*> carrying the entry's currency, the entry's amounts packed into
*> detail records of up to MAX-AMOUNTS amounts each, and, at the
*> end of each batch, the 999999 trailer carrying the batch's
*> control figure. The daily run takes the batches like any other.
*>
*> A batch is one currency on one accounting date, so the entries
*> due are written as one batch for each currency and date among
*> them: monthly and quarterly entries are dated the period's
*> first day, an entry due on a given day that day of the period's
*> month. Each batch draws its own number from the BATCHNO control
*> dataset. A run numbers its records from a range of its own: the
*> period generated, counted in months, gives the thousand the
*> range starts at, and each batch of the run carries on from the
*> last sequence number the batch before it used. This month's
*> rent batch then has an identity of its own on the posted-batch
*> register instead of matching last month's figure for figure -
*> and since the range comes round again only after a thousand
*> months, never inside the register's retention - a standing
*> batch no longer needs FORCE-DUPLICATE to post, and the register
*> still refuses any one generated batch submitted twice. A run's
*> range holds 998 records; a due entry that would carry the run
*> past it is excepted, for a second run of the period to write.
*>
*> An entry is due for a period when the period falls between its
*> start and end dates (on a given day, when that day does), for a
*> quarterly entry when the period is a multiple of three months
*> from the start date's month, and only when the period is later
*> than the last period the entry was generated for. Each entry
*> written has the period stamped as its last period generated, so
*> it is never generated twice for one period; the stamped master
*> goes to RECRNEW, which the job stream saves over RECRMSTR. A
*> missed month is generated by a run with GENERATE-PERIOD naming
*> it, oldest missed period first - once an entry has been
*> generated for a period, no earlier one can be generated for it.
*>
*> Every amount is held to the same PARMIN edit limits
*> TransactionEntry keys against. An entry whose department has
*> left DEPTACCT, or whose amounts fail the edits, is not written
*> and not stamped: it is listed on the generation register
*> (RPTOUT) to be put right, and the next run for the period picks
*> it up. A period closed on the posting-period master (PERDCTL),
*> or not on it, refuses the whole run before anything is written,
*> since the daily run would refuse every batch it produced.
*>
*> Parameter (optional):
*>   GENERATE-PERIOD=YYYYMM   the period to generate (default: the
*>                            run date's period)
*>
*> RETURN-CODE 0 is a clean run; 4 says an entry was excepted or
*> nothing at all was due; 12 says the period is closed or not on
*> the period master and nothing was written; 16 says a file failed
*> to open or a parameter failed its edit.
*>
*> Modification history:
*>   - Written so the standing batches are generated from a master
*>     once per period instead of being rekeyed every month and
*>     forced past the posted-batch register.
*> ================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. RecurringGenerate.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RECR-FILE ASSIGN TO RECRMSTR
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RG-RECR-STATUS.

    SELECT NEW-RECR-FILE ASSIGN TO RECRNEW
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RG-NEW-STATUS.

    SELECT DEPT-FILE ASSIGN TO DEPTACCT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RG-DEPT-STATUS.

    SELECT PERIOD-FILE ASSIGN TO PERDCTL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RG-PERD-STATUS.

    SELECT TRAN-OUT-FILE ASSIGN TO TRANOUT
        ORGANIZATION IS RECORD SEQUENTIAL
        FILE STATUS IS RG-TRAN-STATUS.

    SELECT PRINT-FILE ASSIGN TO RPTOUT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RG-PRINT-STATUS.

    SELECT PARM-FILE ASSIGN TO PARMIN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RG-PARM-STATUS.

    SELECT RUN-PARM-FILE ASSIGN TO RGPARM
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RG-RUN-PARM-STATUS.

    SELECT BATCH-NO-FILE ASSIGN TO BATCHNO
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RG-BNUM-STATUS.

DATA DIVISION.
FILE SECTION.
FD  RECR-FILE
    LABEL RECORDS ARE OMITTED.
    COPY RECRREC.

*> The rewritten master carries the RECRREC layout byte for byte
*> (312 bytes); it keeps its own 01 here because the copybook
*> already describes the input side.
FD  NEW-RECR-FILE
    LABEL RECORDS ARE OMITTED.
01  RG-NEW-RECR-RECORD              PIC X(312).

FD  DEPT-FILE
    LABEL RECORDS ARE OMITTED.
    COPY DEPTREC.

FD  PERIOD-FILE
    LABEL RECORDS ARE OMITTED.
    COPY PERDREC.

FD  TRAN-OUT-FILE
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
    COPY TRANREC.

FD  PRINT-FILE
    LABEL RECORDS ARE OMITTED.
01  PRINT-LINE                      PIC X(132).

FD  PARM-FILE
    LABEL RECORDS ARE OMITTED.
01  PARM-RECORD                     PIC X(80).

FD  RUN-PARM-FILE
    LABEL RECORDS ARE OMITTED.
01  RUN-PARM-RECORD                 PIC X(80).

FD  BATCH-NO-FILE
    LABEL RECORDS ARE OMITTED.
    COPY BNUMREC.

WORKING-STORAGE SECTION.
01  RG-SWITCHES.
    05  RG-PARM-EOF-SWITCH          PIC X(01) VALUE 'N'.
        88  END-OF-PARM-FILE                VALUE 'Y'.
    05  RG-RUN-PARM-EOF-SWITCH      PIC X(01) VALUE 'N'.
        88  END-OF-RUN-PARM-FILE            VALUE 'Y'.
    05  RG-PERD-EOF-SWITCH          PIC X(01) VALUE 'N'.
        88  END-OF-PERIOD-FILE              VALUE 'Y'.
    05  RG-PERIOD-FOUND-SWITCH      PIC X(01) VALUE 'N'.
        88  PERIOD-IS-ON-MASTER             VALUE 'Y'.
    05  RG-PERIOD-OPEN-SWITCH       PIC X(01) VALUE 'N'.
        88  PERIOD-IS-OPEN-FOR-POSTING      VALUE 'Y'.
    05  RG-DEPT-FOUND-SWITCH        PIC X(01) VALUE 'N'.
        88  DEPT-IS-ON-MASTER               VALUE 'Y'.

01  RG-RECR-STATUS                  PIC X(02) VALUE SPACES.
01  RG-NEW-STATUS                   PIC X(02) VALUE SPACES.
01  RG-DEPT-STATUS                  PIC X(02) VALUE SPACES.
01  RG-PERD-STATUS                  PIC X(02) VALUE SPACES.
01  RG-TRAN-STATUS                  PIC X(02) VALUE SPACES.
01  RG-PRINT-STATUS                 PIC X(02) VALUE SPACES.
01  RG-PARM-STATUS                  PIC X(02) VALUE SPACES.
01  RG-RUN-PARM-STATUS              PIC X(02) VALUE SPACES.
01  RG-BNUM-STATUS                  PIC X(02) VALUE SPACES.

*> The edit limits default to the same values assembled into
*> AddThreeNumbers and are overridden by the same PARMIN keywords,
*> so an entry generated here is work the daily run accepts.
01  RG-MIN-AMOUNT                   PIC S9(9)V99 VALUE -999999.99.
01  RG-MAX-AMOUNT                   PIC S9(9)V99 VALUE  999999.99.
01  RG-MAX-AMOUNTS                  PIC 9(2) VALUE 20.

01  RG-PARM-KEYWORD                 PIC X(30) VALUE SPACES.
01  RG-PARM-VALUE                   PIC X(50) VALUE SPACES.
01  RG-PARM-AMOUNT-X                PIC X(12) VALUE SPACES.
01  RG-PARM-AMOUNT REDEFINES RG-PARM-AMOUNT-X
                                    PIC S9(9)V99 SIGN IS TRAILING
                                                 SEPARATE CHARACTER.
01  RG-PARM-PERIOD-X                PIC X(06) VALUE SPACES.
01  RG-PARM-PERIOD REDEFINES RG-PARM-PERIOD-X.
    05  RG-PARM-PERIOD-YYYY         PIC 9(4).
    05  RG-PARM-PERIOD-MM           PIC 9(2).

*> The period being generated, and its month count (years times
*> twelve plus months) for the quarterly test.
01  RG-GEN-PERIOD                   PIC 9(6) VALUE 0.
01  RG-GEN-MONTHS                   PIC 9(6) VALUE 0.
01  RG-START-PERIOD                 PIC 9(6) VALUE 0.
01  RG-START-MONTHS                 PIC 9(6) VALUE 0.
01  RG-END-PERIOD                   PIC 9(6) VALUE 0.
01  RG-MONTHS-APART                 PIC 9(6) VALUE 0.
01  RG-WORK-YYYY                    PIC 9(4) VALUE 0.
01  RG-WORK-MM                      PIC 9(2) VALUE 0.
01  RG-WORK-QUOTIENT                PIC 9(8) VALUE 0.
01  RG-QUARTER-REMAINDER            PIC 9(1) VALUE 0.

*> Department codes on DEPTACCT; an entry is only generated for
*> one of them.
01  RG-DEPT-TABLE-AREA.
    05  RG-DEPT-COUNT               PIC 9(2) COMP VALUE 0.
    05  RG-MAX-DEPTS                PIC 9(2) COMP VALUE 50.
    05  RG-DEPT-CODE                PIC X(04) OCCURS 50 TIMES.
01  RG-DEPT-SUB                     PIC 9(2) COMP VALUE 0.

*> The recurring-entry master, loaded whole: each entry's RECRREC
*> image, the accounting date it is due on this period, and what
*> this run did with it. The images are stamped as entries are
*> written and the table is rewritten whole to RECRNEW.
01  RG-RECR-TABLE-AREA.
    05  RG-RECR-COUNT               PIC 9(4) COMP VALUE 0.
    05  RG-MAX-ENTRIES              PIC 9(4) COMP VALUE 400.
    05  RG-RECR-ENTRY OCCURS 400 TIMES.
        10  RG-RECR-IMAGE           PIC X(312).
        10  RG-RECR-ACCT-DATE       PIC 9(8).
        10  RG-RECR-STATE           PIC X(01).
            88  ENTRY-IS-NOT-DUE            VALUE 'N'.
            88  ENTRY-IS-DUE                VALUE 'D'.
            88  ENTRY-WAS-GENERATED         VALUE 'G'.
            88  ENTRY-WAS-EXCEPTED          VALUE 'X'.
01  RG-RECR-SUB                     PIC 9(4) COMP VALUE 0.
01  RG-DUE-RECR-SUB                 PIC 9(4) COMP VALUE 0.

*> The entry being selected, edited, generated, or printed, in
*> RECRREC form; RECRMSTR is closed once the table is loaded, so
*> its record area is not used as a work area.
    COPY RECRREC REPLACING LEADING ==RECR-== BY ==RG-RECR-==.
01  RG-AMOUNT-SUB                   PIC 9(2) COMP VALUE 0.
01  RG-ENTRY-ACCT-DATE              PIC 9(8) VALUE 0.
01  RG-ENTRY-TOTAL                  PIC S9(11)V99 VALUE 0.
01  RG-REJECT-REASON                PIC X(30) VALUE SPACES.

*> The run's sequence range - the thousand it starts at is the
*> generated period's month count, modulo 1000 - and the records
*> the due entries will take from it (a department header for
*> every entry is allowed for, so the count never falls short).
*> RG-RANGE-CAPACITY keeps the last sequence number of the range
*> below the next thousand and the trailer's 999999.
01  RG-RANGE-THOUSAND               PIC 9(3) VALUE 0.
01  RG-RANGE-CAPACITY               PIC 9(4) VALUE 998.
01  RG-RANGE-RECORDS                PIC 9(4) VALUE 0.

*> The batch being written: its number, currency, and accounting
*> date, and the records and control figure it has so far.
*> RG-NEXT-SEQUENCE-NO runs on through the run's range from one
*> batch to the next.
01  RG-BATCH-NO                     PIC 9(8) VALUE 0.
01  RG-BATCH-CURRENCY               PIC X(03) VALUE SPACES.
01  RG-BATCH-ACCT-DATE              PIC 9(8) VALUE 0.
01  RG-NEXT-SEQUENCE-NO             PIC 9(6) VALUE 0.
01  RG-BATCH-RECORDS                PIC 9(4) VALUE 0.
01  RG-RECORDS-NEEDED               PIC 9(4) VALUE 0.
01  RG-BATCH-TOTAL                  PIC S9(11)V99 VALUE 0.
01  RG-CONTROL-FIGURE               PIC S9(9)V99 VALUE 0.
01  RG-LAST-OUT-DEPT                PIC X(04) VALUE SPACES.
01  RG-AMOUNT-COUNT                 PIC 9(2) VALUE 0.

01  RG-ENTRIES-ON-MASTER            PIC 9(6) VALUE 0.
01  RG-ALREADY-COUNT                PIC 9(6) VALUE 0.
01  RG-NOT-DUE-COUNT                PIC 9(6) VALUE 0.
01  RG-GENERATED-COUNT              PIC 9(6) VALUE 0.
01  RG-EXCEPTED-COUNT               PIC 9(6) VALUE 0.
01  RG-BATCHES-WRITTEN              PIC 9(6) VALUE 0.
01  RG-RECORDS-WRITTEN              PIC 9(6) VALUE 0.

01  RG-RUN-DATE-FIELDS.
    05  RG-RUN-DATE-YYYYMMDD        PIC 9(8).
    05  RG-RUN-DATE-X REDEFINES RG-RUN-DATE-YYYYMMDD.
        10  RG-RUN-YYYY             PIC 9(4).
        10  RG-RUN-MM               PIC 9(2).
        10  RG-RUN-DD               PIC 9(2).

01  RG-HDR1-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(40)
                        VALUE "STANDING ENTRY GENERATION REGISTER".
    05  FILLER                      PIC X(10) VALUE "RUN DATE:".
    05  HDR-RUN-DATE                PIC X(10).

01  RG-HDR-PERIOD-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(08) VALUE "PERIOD:".
    05  HDP-GEN-PERIOD              PIC 9(06).

01  RG-HDR2-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(10) VALUE "ENTRY ID".
    05  FILLER                      PIC X(06) VALUE "DEPT".
    05  FILLER                      PIC X(06) VALUE "CURR".
    05  FILLER                      PIC X(03) VALUE "F".
    05  FILLER                      PIC X(10) VALUE "ACCT DATE".
    05  FILLER                      PIC X(10) VALUE "BATCH".
    05  FILLER                      PIC X(04) VALUE "NO".
    05  FILLER                      PIC X(17) VALUE "    ENTRY TOTAL".
    05  FILLER                      PIC X(32) VALUE "DESCRIPTION".
    05  FILLER                      PIC X(30) VALUE "NOT GENERATED BECAUSE".

01  RG-DETAIL-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  DTL-ENTRY-ID                PIC X(08).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  DTL-DEPT-CODE               PIC X(04).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  DTL-CURRENCY-CODE           PIC X(04).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  DTL-FREQUENCY               PIC X(01).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  DTL-ACCT-DATE               PIC X(08).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  DTL-BATCH-NO                PIC X(08).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  DTL-AMOUNT-COUNT            PIC Z9.
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  DTL-ENTRY-TOTAL             PIC ZZZ,ZZZ,ZZ9.99-.
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  DTL-DESCRIPTION             PIC X(30).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  DTL-REASON                  PIC X(30).

01  RG-BATCH-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(06) VALUE "BATCH".
    05  BTL-BATCH-NO                PIC 9(08).
    05  FILLER                      PIC X(12) VALUE "  CURRENCY:".
    05  BTL-CURRENCY-CODE           PIC X(04).
    05  FILLER                      PIC X(13) VALUE "  ACCT DATE:".
    05  BTL-ACCT-DATE               PIC 9(08).
    05  FILLER                      PIC X(11) VALUE "  RECORDS:".
    05  BTL-RECORDS                 PIC ZZZ9.
    05  FILLER                      PIC X(18) VALUE "  CONTROL FIGURE:".
    05  BTL-CONTROL-FIGURE          PIC ZZZ,ZZZ,ZZ9.99-.

01  RG-SUMMARY-COUNT-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  SMC-LABEL                   PIC X(36).
    05  SMC-COUNT                   PIC ZZZ,ZZ9.

01  RG-MESSAGE-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  MSG-TEXT                    PIC X(100).

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-INITIALIZE
        THRU 1000-EXIT.
    PERFORM 2000-SELECT-ONE-ENTRY
        THRU 2000-EXIT
        VARYING RG-RECR-SUB FROM 1 BY 1
        UNTIL RG-RECR-SUB > RG-RECR-COUNT.
    PERFORM 3900-FIND-NEXT-DUE-ENTRY
        THRU 3900-EXIT.
    PERFORM 3000-WRITE-ONE-BATCH
        THRU 3000-EXIT
        UNTIL RG-DUE-RECR-SUB = ZERO.
    PERFORM 9000-FINALIZE
        THRU 9000-EXIT.
    STOP RUN.

*> ----------------------------------------------------------------
*> 1000-INITIALIZE - settle the period being generated and prove
*> it open before anything else is touched, then load the edit
*> limits, the department codes, and the recurring-entry master,
*> open the outputs, and print the register headings.
*> ----------------------------------------------------------------
1000-INITIALIZE.
    ACCEPT RG-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
    COMPUTE RG-GEN-PERIOD = RG-RUN-YYYY * 100 + RG-RUN-MM.
    PERFORM 1450-READ-RUN-PARAMETERS
        THRU 1450-EXIT.
    PERFORM 1700-CHECK-PERIOD-OPEN
        THRU 1700-EXIT.
    DIVIDE RG-GEN-PERIOD BY 100
        GIVING RG-WORK-YYYY
        REMAINDER RG-WORK-MM.
    COMPUTE RG-GEN-MONTHS = RG-WORK-YYYY * 12 + RG-WORK-MM.
    DIVIDE RG-GEN-MONTHS BY 1000
        GIVING RG-WORK-QUOTIENT
        REMAINDER RG-RANGE-THOUSAND.
    COMPUTE RG-NEXT-SEQUENCE-NO = RG-RANGE-THOUSAND * 1000 + 1.
    PERFORM 1400-READ-PARAMETERS
        THRU 1400-EXIT.
    PERFORM 1300-LOAD-DEPT-CODES
        THRU 1300-EXIT.
    PERFORM 1500-LOAD-RECURRING-MASTER
        THRU 1500-EXIT.
    OPEN OUTPUT TRAN-OUT-FILE.
    IF RG-TRAN-STATUS NOT = "00"
        DISPLAY "RECURRINGGENERATE: UNABLE TO OPEN TRANOUT, "
            "FILE STATUS = " RG-TRAN-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT PRINT-FILE.
    IF RG-PRINT-STATUS NOT = "00"
        DISPLAY "RECURRINGGENERATE: UNABLE TO OPEN RPTOUT, "
            "FILE STATUS = " RG-PRINT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 1100-PRINT-REPORT-HEADERS
        THRU 1100-EXIT.
    DISPLAY "RECURRINGGENERATE: GENERATING PERIOD " RG-GEN-PERIOD.
1000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1100-PRINT-REPORT-HEADERS - write the register headings: the
*> run date and the period being generated.
*> ----------------------------------------------------------------
1100-PRINT-REPORT-HEADERS.
    STRING RG-RUN-MM   DELIMITED BY SIZE
           "/"         DELIMITED BY SIZE
           RG-RUN-DD   DELIMITED BY SIZE
           "/"         DELIMITED BY SIZE
           RG-RUN-YYYY DELIMITED BY SIZE
        INTO HDR-RUN-DATE
    END-STRING.
    MOVE RG-GEN-PERIOD TO HDP-GEN-PERIOD.
    WRITE PRINT-LINE FROM RG-HDR1-LINE
        AFTER ADVANCING PAGE.
    WRITE PRINT-LINE FROM RG-HDR-PERIOD-LINE
        AFTER ADVANCING 2 LINES.
    WRITE PRINT-LINE FROM RG-HDR2-LINE
        AFTER ADVANCING 2 LINES.
1100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1300-LOAD-DEPT-CODES - load the department codes from the
*> DEPTACCT master, so an entry for a department the daily run no
*> longer knows is caught here instead of posting to the
*> unassigned bucket there.
*> ----------------------------------------------------------------
1300-LOAD-DEPT-CODES.
    OPEN INPUT DEPT-FILE.
    IF RG-DEPT-STATUS NOT = "00"
        DISPLAY "RECURRINGGENERATE: UNABLE TO OPEN DEPTACCT, "
            "FILE STATUS = " RG-DEPT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 1310-LOAD-ONE-DEPT
        THRU 1310-EXIT
        UNTIL RG-DEPT-STATUS NOT = "00".
    CLOSE DEPT-FILE.
1300-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1310-LOAD-ONE-DEPT - read and table one department code.
*> ----------------------------------------------------------------
1310-LOAD-ONE-DEPT.
    READ DEPT-FILE
        AT END
            GO TO 1310-EXIT
    END-READ.
    IF RG-DEPT-STATUS NOT = "00"
        GO TO 1310-EXIT
    END-IF.
    IF DEPT-CODE = SPACES
        GO TO 1310-EXIT
    END-IF.
    IF RG-DEPT-COUNT >= RG-MAX-DEPTS
        DISPLAY "RECURRINGGENERATE: MORE THAN " RG-MAX-DEPTS
            " DEPARTMENTS ON DEPTACCT"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO RG-DEPT-COUNT.
    MOVE DEPT-CODE TO RG-DEPT-CODE (RG-DEPT-COUNT).
1310-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1400-READ-PARAMETERS - pick up the edit limits from the same
*> PARMIN dataset the daily run reads. A missing parameter file
*> generates against the assembled defaults; keywords that do not
*> bear on the amount edits are the daily run's business and are
*> passed over, but a limit that fails its edit stops the run
*> before anything is generated against the wrong limits.
*> ----------------------------------------------------------------
1400-READ-PARAMETERS.
    OPEN INPUT PARM-FILE.
    IF RG-PARM-STATUS NOT = "00"
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
    MOVE SPACES TO RG-PARM-KEYWORD.
    MOVE SPACES TO RG-PARM-VALUE.
    UNSTRING PARM-RECORD DELIMITED BY "="
        INTO RG-PARM-KEYWORD
             RG-PARM-VALUE
    END-UNSTRING.
    PERFORM 1420-APPLY-ONE-PARAMETER
        THRU 1420-EXIT.
    IF RETURN-CODE = 16
        DISPLAY "RECURRINGGENERATE: BAD PARAMETER RECORD: "
            PARM-RECORD
        STOP RUN
    END-IF.
1410-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1420-APPLY-ONE-PARAMETER - apply one edited amount limit.
*> RETURN-CODE 16 flags a limit that failed its edit; keywords
*> this run does not edit against fall through untouched.
*> ----------------------------------------------------------------
1420-APPLY-ONE-PARAMETER.
    EVALUATE RG-PARM-KEYWORD
        WHEN "MIN-AMOUNT"
            MOVE RG-PARM-VALUE (1:12) TO RG-PARM-AMOUNT-X
            IF RG-PARM-AMOUNT IS NUMERIC
                MOVE RG-PARM-AMOUNT TO RG-MIN-AMOUNT
            ELSE
                MOVE 16 TO RETURN-CODE
            END-IF
        WHEN "MAX-AMOUNT"
            MOVE RG-PARM-VALUE (1:12) TO RG-PARM-AMOUNT-X
            IF RG-PARM-AMOUNT IS NUMERIC
                MOVE RG-PARM-AMOUNT TO RG-MAX-AMOUNT
            ELSE
                MOVE 16 TO RETURN-CODE
            END-IF
        WHEN "MAX-AMOUNTS"
            IF RG-PARM-VALUE (1:2) IS NUMERIC
                MOVE RG-PARM-VALUE (1:2) TO RG-MAX-AMOUNTS
                IF RG-MAX-AMOUNTS = ZERO
                   OR RG-MAX-AMOUNTS > 20
                    MOVE 16 TO RETURN-CODE
                END-IF
            ELSE
                MOVE 16 TO RETURN-CODE
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
1420-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1450-READ-RUN-PARAMETERS - pick up this run's own parameters
*> from RGPARM. A missing file generates the run date's period.
*> ----------------------------------------------------------------
1450-READ-RUN-PARAMETERS.
    OPEN INPUT RUN-PARM-FILE.
    IF RG-RUN-PARM-STATUS NOT = "00"
        GO TO 1450-EXIT
    END-IF.
    PERFORM 1460-READ-ONE-RUN-PARAMETER
        THRU 1460-EXIT
        UNTIL END-OF-RUN-PARM-FILE.
    CLOSE RUN-PARM-FILE.
1450-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1460-READ-ONE-RUN-PARAMETER - read and apply one KEYWORD=VALUE
*> run parameter. GENERATE-PERIOD must be a real YYYYMM month; an
*> unknown keyword is refused, since a mistyped period override
*> would otherwise generate the wrong month without a word.
*> ----------------------------------------------------------------
1460-READ-ONE-RUN-PARAMETER.
    READ RUN-PARM-FILE
        AT END
            SET END-OF-RUN-PARM-FILE TO TRUE
            GO TO 1460-EXIT
    END-READ.
    IF RUN-PARM-RECORD = SPACES
       OR RUN-PARM-RECORD (1:1) = "*"
        GO TO 1460-EXIT
    END-IF.
    MOVE SPACES TO RG-PARM-KEYWORD.
    MOVE SPACES TO RG-PARM-VALUE.
    UNSTRING RUN-PARM-RECORD DELIMITED BY "="
        INTO RG-PARM-KEYWORD
             RG-PARM-VALUE
    END-UNSTRING.
    EVALUATE RG-PARM-KEYWORD
        WHEN "GENERATE-PERIOD"
            MOVE RG-PARM-VALUE (1:6) TO RG-PARM-PERIOD-X
            IF RG-PARM-PERIOD-X IS NUMERIC
               AND RG-PARM-PERIOD-MM >= 1
               AND RG-PARM-PERIOD-MM <= 12
                MOVE RG-PARM-PERIOD-X TO RG-GEN-PERIOD
            ELSE
                MOVE 16 TO RETURN-CODE
            END-IF
        WHEN OTHER
            MOVE 16 TO RETURN-CODE
    END-EVALUATE.
    IF RETURN-CODE = 16
        DISPLAY "RECURRINGGENERATE: BAD PARAMETER RECORD: "
            RUN-PARM-RECORD
        STOP RUN
    END-IF.
1460-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1500-LOAD-RECURRING-MASTER - load the recurring-entry master.
*> There is nothing to generate from a master that cannot be
*> read, so any open failure stops the run.
*> ----------------------------------------------------------------
1500-LOAD-RECURRING-MASTER.
    OPEN INPUT RECR-FILE.
    IF RG-RECR-STATUS NOT = "00"
        DISPLAY "RECURRINGGENERATE: UNABLE TO OPEN RECRMSTR, "
            "FILE STATUS = " RG-RECR-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 1510-LOAD-ONE-ENTRY
        THRU 1510-EXIT
        UNTIL RG-RECR-STATUS NOT = "00".
    CLOSE RECR-FILE.
1500-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1510-LOAD-ONE-ENTRY - read and table one standing entry.
*> ----------------------------------------------------------------
1510-LOAD-ONE-ENTRY.
    READ RECR-FILE
        AT END
            GO TO 1510-EXIT
    END-READ.
    IF RG-RECR-STATUS NOT = "00"
        GO TO 1510-EXIT
    END-IF.
    IF RECR-ENTRY-ID = SPACES
        GO TO 1510-EXIT
    END-IF.
    IF RG-RECR-COUNT >= RG-MAX-ENTRIES
        DISPLAY "RECURRINGGENERATE: MORE THAN " RG-MAX-ENTRIES
            " ENTRIES ON RECRMSTR"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO RG-RECR-COUNT.
    MOVE RECR-RECORD TO RG-RECR-IMAGE (RG-RECR-COUNT).
    MOVE ZERO TO RG-RECR-ACCT-DATE (RG-RECR-COUNT).
    MOVE 'N' TO RG-RECR-STATE (RG-RECR-COUNT).
    ADD 1 TO RG-ENTRIES-ON-MASTER.
1510-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1600-ASSIGN-BATCH-NUMBER - take the next batch number from the
*> BATCHNO control dataset and put the incremented number back, so
*> the batch about to be written carries its own identity
*> downstream. A missing dataset starts the numbering at 1 and
*> creates it; any other failure stops the run before anything is
*> written under an ambiguous number.
*> ----------------------------------------------------------------
1600-ASSIGN-BATCH-NUMBER.
    MOVE ZERO TO BNUM-LAST-BATCH-NO.
    OPEN INPUT BATCH-NO-FILE.
    IF RG-BNUM-STATUS = "00"
        READ BATCH-NO-FILE
            AT END
                MOVE ZERO TO BNUM-LAST-BATCH-NO
        END-READ
        CLOSE BATCH-NO-FILE
    ELSE
        IF RG-BNUM-STATUS NOT = "35"
            DISPLAY "RECURRINGGENERATE: UNABLE TO OPEN BATCHNO, "
                "FILE STATUS = " RG-BNUM-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.
    IF BNUM-LAST-BATCH-NO IS NOT NUMERIC
        MOVE ZERO TO BNUM-LAST-BATCH-NO
    END-IF.
    COMPUTE RG-BATCH-NO = BNUM-LAST-BATCH-NO + 1.
    MOVE RG-BATCH-NO TO BNUM-LAST-BATCH-NO.
    OPEN OUTPUT BATCH-NO-FILE.
    IF RG-BNUM-STATUS NOT = "00"
        DISPLAY "RECURRINGGENERATE: UNABLE TO REWRITE BATCHNO, "
            "FILE STATUS = " RG-BNUM-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    WRITE BNUM-RECORD.
    CLOSE BATCH-NO-FILE.
    DISPLAY "RECURRINGGENERATE: BATCH NUMBER ASSIGNED: " RG-BATCH-NO.
1600-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1700-CHECK-PERIOD-OPEN - prove the period being generated open
*> on the posting-period master, exactly as the daily run will. A
*> period that is closed - or not on the master at all - refuses
*> the run with RETURN-CODE 12 before anything is written or
*> stamped. A missing PERDCTL dataset means the shop is not
*> running period control, and every period is open.
*> ----------------------------------------------------------------
1700-CHECK-PERIOD-OPEN.
    OPEN INPUT PERIOD-FILE.
    IF RG-PERD-STATUS NOT = "00"
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
        DISPLAY "RECURRINGGENERATE: PERIOD " RG-GEN-PERIOD
            " IS CLOSED - NOTHING GENERATED"
    ELSE
        DISPLAY "RECURRINGGENERATE: PERIOD " RG-GEN-PERIOD
            " NOT ON PERIOD MASTER - NOTHING GENERATED"
    END-IF.
    MOVE 12 TO RETURN-CODE.
    STOP RUN.
1700-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1710-CHECK-ONE-PERIOD - compare one period master record
*> against the period being generated.
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
    IF PERD-PERIOD = RG-GEN-PERIOD
        SET PERIOD-IS-ON-MASTER TO TRUE
        IF PERIOD-IS-OPEN
            SET PERIOD-IS-OPEN-FOR-POSTING TO TRUE
        END-IF
    END-IF.
1710-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2000-SELECT-ONE-ENTRY - decide whether one standing entry is
*> due this period and, when it is, hold it to the edits and make
*> sure the run's sequence range has room for it; an entry that
*> fails is listed and left unstamped. The entry is worked in
*> RG-RECR-RECORD.
*> ----------------------------------------------------------------
2000-SELECT-ONE-ENTRY.
    MOVE RG-RECR-IMAGE (RG-RECR-SUB) TO RG-RECR-RECORD.
    PERFORM 2100-CHECK-ENTRY-DUE
        THRU 2100-EXIT.
    IF NOT ENTRY-IS-DUE (RG-RECR-SUB)
        GO TO 2000-EXIT
    END-IF.
    PERFORM 2200-EDIT-ENTRY
        THRU 2200-EXIT.
    IF RG-REJECT-REASON = SPACES
        COMPUTE RG-RECORDS-NEEDED = 1
            + (RG-RECR-AMOUNT-COUNT + RG-MAX-AMOUNTS - 1) / RG-MAX-AMOUNTS
        IF RG-RANGE-RECORDS + RG-RECORDS-NEEDED > RG-RANGE-CAPACITY
            MOVE "RUN'S SEQUENCE RANGE FULL" TO RG-REJECT-REASON
        ELSE
            ADD RG-RECORDS-NEEDED TO RG-RANGE-RECORDS
        END-IF
    END-IF.
    IF RG-REJECT-REASON NOT = SPACES
        SET ENTRY-WAS-EXCEPTED (RG-RECR-SUB) TO TRUE
        ADD 1 TO RG-EXCEPTED-COUNT
        PERFORM 2900-LIST-EXCEPTION
            THRU 2900-EXIT
    END-IF.
2000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2100-CHECK-ENTRY-DUE - an entry already generated for this
*> period (or a later one), not yet started, or already ended is
*> not due; nor is a quarterly entry off its quarter, or a given-
*> day entry whose day this period falls outside its dates. A due
*> entry gets its accounting date: its day of the period's month,
*> or the period's first day. An entry whose frequency or dates
*> cannot be read is treated as due, so the edit lists it.
*> ----------------------------------------------------------------
2100-CHECK-ENTRY-DUE.
    IF RG-RECR-LAST-PERIOD IS NUMERIC
       AND RG-RECR-LAST-PERIOD >= RG-GEN-PERIOD
        ADD 1 TO RG-ALREADY-COUNT
        GO TO 2100-EXIT
    END-IF.
    IF RG-RECR-START-DATE IS NOT NUMERIC
       OR RG-RECR-END-DATE IS NOT NUMERIC
        SET ENTRY-IS-DUE (RG-RECR-SUB) TO TRUE
        GO TO 2100-EXIT
    END-IF.
    DIVIDE RG-RECR-START-DATE BY 100
        GIVING RG-START-PERIOD.
    DIVIDE RG-RECR-END-DATE BY 100
        GIVING RG-END-PERIOD.
    IF RG-START-PERIOD > RG-GEN-PERIOD
       OR (RG-RECR-END-DATE NOT = ZERO
           AND RG-END-PERIOD < RG-GEN-PERIOD)
        ADD 1 TO RG-NOT-DUE-COUNT
        GO TO 2100-EXIT
    END-IF.
    COMPUTE RG-ENTRY-ACCT-DATE = RG-GEN-PERIOD * 100 + 1.
    EVALUATE TRUE
        WHEN RG-RECR-IS-MONTHLY
            CONTINUE
        WHEN RG-RECR-IS-QUARTERLY
            DIVIDE RG-START-PERIOD BY 100
                GIVING RG-WORK-YYYY
                REMAINDER RG-WORK-MM
            COMPUTE RG-START-MONTHS = RG-WORK-YYYY * 12 + RG-WORK-MM
            COMPUTE RG-MONTHS-APART = RG-GEN-MONTHS - RG-START-MONTHS
            DIVIDE RG-MONTHS-APART BY 3
                GIVING RG-WORK-QUOTIENT
                REMAINDER RG-QUARTER-REMAINDER
            IF RG-QUARTER-REMAINDER NOT = ZERO
                ADD 1 TO RG-NOT-DUE-COUNT
                GO TO 2100-EXIT
            END-IF
        WHEN RG-RECR-IS-ON-GIVEN-DAY
            IF RG-RECR-DUE-DAY IS NUMERIC
               AND RG-RECR-DUE-DAY >= 1
               AND RG-RECR-DUE-DAY <= 28
                COMPUTE RG-ENTRY-ACCT-DATE =
                    RG-GEN-PERIOD * 100 + RG-RECR-DUE-DAY
                IF RG-ENTRY-ACCT-DATE < RG-RECR-START-DATE
                   OR (RG-RECR-END-DATE NOT = ZERO
                       AND RG-ENTRY-ACCT-DATE > RG-RECR-END-DATE)
                    ADD 1 TO RG-NOT-DUE-COUNT
                    GO TO 2100-EXIT
                END-IF
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
    SET ENTRY-IS-DUE (RG-RECR-SUB) TO TRUE.
    MOVE RG-ENTRY-ACCT-DATE TO RG-RECR-ACCT-DATE (RG-RECR-SUB).
2100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2200-EDIT-ENTRY - hold a due entry to what the daily run will
*> accept: a readable frequency and dates, a department still on
*> DEPTACCT, an amount count of 01-20, and every amount numeric
*> and within the single-amount limits in force. The first
*> failure found is left in RG-REJECT-REASON.
*> ----------------------------------------------------------------
2200-EDIT-ENTRY.
    MOVE SPACES TO RG-REJECT-REASON.
    IF RG-RECR-START-DATE IS NOT NUMERIC
       OR RG-RECR-START-DATE = ZERO
       OR RG-RECR-END-DATE IS NOT NUMERIC
        MOVE "START OR END DATE UNREADABLE" TO RG-REJECT-REASON
        GO TO 2200-EXIT
    END-IF.
    IF NOT RG-RECR-IS-MONTHLY
       AND NOT RG-RECR-IS-QUARTERLY
       AND NOT RG-RECR-IS-ON-GIVEN-DAY
        MOVE "FREQUENCY NOT M, Q, OR D" TO RG-REJECT-REASON
        GO TO 2200-EXIT
    END-IF.
    IF RG-RECR-IS-ON-GIVEN-DAY
        IF RG-RECR-DUE-DAY IS NOT NUMERIC
           OR RG-RECR-DUE-DAY < 1
           OR RG-RECR-DUE-DAY > 28
            MOVE "DAY OF MONTH NOT 01-28" TO RG-REJECT-REASON
            GO TO 2200-EXIT
        END-IF
    END-IF.
    MOVE 'N' TO RG-DEPT-FOUND-SWITCH.
    PERFORM 2210-MATCH-ONE-DEPT
        THRU 2210-EXIT
        VARYING RG-DEPT-SUB FROM 1 BY 1
        UNTIL RG-DEPT-SUB > RG-DEPT-COUNT
           OR DEPT-IS-ON-MASTER.
    IF NOT DEPT-IS-ON-MASTER
        MOVE "DEPT NOT ON DEPTACCT" TO RG-REJECT-REASON
        GO TO 2200-EXIT
    END-IF.
    IF RG-RECR-AMOUNT-COUNT IS NOT NUMERIC
       OR RG-RECR-AMOUNT-COUNT < 1
       OR RG-RECR-AMOUNT-COUNT > 20
        MOVE "AMOUNT COUNT NOT 01-20" TO RG-REJECT-REASON
        GO TO 2200-EXIT
    END-IF.
    PERFORM 2220-EDIT-ONE-AMOUNT
        THRU 2220-EXIT
        VARYING RG-AMOUNT-SUB FROM 1 BY 1
        UNTIL RG-AMOUNT-SUB > RG-RECR-AMOUNT-COUNT
           OR RG-REJECT-REASON NOT = SPACES.
2200-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2210-MATCH-ONE-DEPT - compare one department code against the
*> entry's department.
*> ----------------------------------------------------------------
2210-MATCH-ONE-DEPT.
    IF RG-DEPT-CODE (RG-DEPT-SUB) = RG-RECR-DEPT-CODE
        SET DEPT-IS-ON-MASTER TO TRUE
    END-IF.
2210-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2220-EDIT-ONE-AMOUNT - hold one of the entry's amounts to
*> exactly the edits 2200-EDIT-TRANSACTION applies in
*> AddThreeNumbers: numeric, and within the limits in force.
*> ----------------------------------------------------------------
2220-EDIT-ONE-AMOUNT.
    IF RG-RECR-AMOUNT-TABLE (RG-AMOUNT-SUB) IS NOT NUMERIC
        MOVE "NON-NUMERIC AMOUNT" TO RG-REJECT-REASON
        GO TO 2220-EXIT
    END-IF.
    IF RG-RECR-AMOUNT-TABLE (RG-AMOUNT-SUB) > RG-MAX-AMOUNT
       OR RG-RECR-AMOUNT-TABLE (RG-AMOUNT-SUB) < RG-MIN-AMOUNT
        MOVE "AMOUNT OUT OF RANGE" TO RG-REJECT-REASON
    END-IF.
2220-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2900-LIST-EXCEPTION - a due entry left out: list it with its
*> reason. It is not stamped, so the next run for the period
*> takes it once it has been put right.
*> ----------------------------------------------------------------
2900-LIST-EXCEPTION.
    MOVE SPACES TO DTL-BATCH-NO.
    MOVE RG-REJECT-REASON TO DTL-REASON.
    PERFORM 7000-PRINT-ENTRY-LINE
        THRU 7000-EXIT.
2900-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3000-WRITE-ONE-BATCH - find the first entry still due and write
*> the batch for its currency and accounting date: every due entry
*> sharing both goes into it, and each is stamped as generated.
*> The search is made again at the end, and the mainline stops
*> when no due entry is left.
*> ----------------------------------------------------------------
3000-WRITE-ONE-BATCH.
    MOVE RG-RECR-IMAGE (RG-DUE-RECR-SUB) TO RG-RECR-RECORD.
    MOVE RG-RECR-CURRENCY-CODE TO RG-BATCH-CURRENCY.
    MOVE RG-RECR-ACCT-DATE (RG-DUE-RECR-SUB) TO RG-BATCH-ACCT-DATE.
    PERFORM 3100-OPEN-BATCH
        THRU 3100-EXIT.
    PERFORM 3200-WRITE-ONE-ENTRY
        THRU 3200-EXIT
        VARYING RG-RECR-SUB FROM RG-DUE-RECR-SUB BY 1
        UNTIL RG-RECR-SUB > RG-RECR-COUNT.
    PERFORM 8000-CLOSE-BATCH
        THRU 8000-EXIT.
    PERFORM 3900-FIND-NEXT-DUE-ENTRY
        THRU 3900-EXIT.
3000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3100-OPEN-BATCH - draw the batch's number and start its
*> figures. Its sequence numbers carry on from the last batch the
*> run wrote, within the run's range: two batches built from the
*> same entries in different periods then differ in their
*> sequence range, and two batches of one run never share one -
*> the range is part of a batch's identity on the posted-batch
*> register.
*> ----------------------------------------------------------------
3100-OPEN-BATCH.
    PERFORM 1600-ASSIGN-BATCH-NUMBER
        THRU 1600-EXIT.
    MOVE ZERO TO RG-BATCH-RECORDS.
    MOVE ZERO TO RG-BATCH-TOTAL.
    MOVE ZERO TO RG-AMOUNT-COUNT.
    MOVE SPACES TO RG-LAST-OUT-DEPT.
    ADD 1 TO RG-BATCHES-WRITTEN.
3100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3200-WRITE-ONE-ENTRY - write one due entry into the batch, if
*> it belongs there: a header when its department differs from the
*> last one written, then its amounts in detail records of up to
*> MAX-AMOUNTS each (the selection has already made sure the
*> run's sequence range has room for them). The entry is then
*> stamped with the period and listed.
*> ----------------------------------------------------------------
3200-WRITE-ONE-ENTRY.
    IF NOT ENTRY-IS-DUE (RG-RECR-SUB)
        GO TO 3200-EXIT
    END-IF.
    MOVE RG-RECR-IMAGE (RG-RECR-SUB) TO RG-RECR-RECORD.
    IF RG-RECR-CURRENCY-CODE NOT = RG-BATCH-CURRENCY
       OR RG-RECR-ACCT-DATE (RG-RECR-SUB) NOT = RG-BATCH-ACCT-DATE
        GO TO 3200-EXIT
    END-IF.
    IF RG-RECR-DEPT-CODE NOT = RG-LAST-OUT-DEPT
        PERFORM 3300-WRITE-DEPT-HEADER
            THRU 3300-EXIT
    END-IF.
    MOVE ZERO TO RG-ENTRY-TOTAL.
    MOVE ZERO TO RG-AMOUNT-COUNT.
    PERFORM 3400-ADD-ONE-AMOUNT
        THRU 3400-EXIT
        VARYING RG-AMOUNT-SUB FROM 1 BY 1
        UNTIL RG-AMOUNT-SUB > RG-RECR-AMOUNT-COUNT.
    PERFORM 3500-WRITE-DETAIL-RECORD
        THRU 3500-EXIT.
    MOVE RG-GEN-PERIOD TO RG-RECR-LAST-PERIOD.
    MOVE RG-RECR-RECORD TO RG-RECR-IMAGE (RG-RECR-SUB).
    SET ENTRY-WAS-GENERATED (RG-RECR-SUB) TO TRUE.
    ADD 1 TO RG-GENERATED-COUNT.
    MOVE RG-BATCH-NO TO DTL-BATCH-NO.
    MOVE SPACES TO DTL-REASON.
    PERFORM 7000-PRINT-ENTRY-LINE
        THRU 7000-EXIT.
3200-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3300-WRITE-DEPT-HEADER - write a department batch header (the
*> reserved amount count 00) for the entry's department, carrying
*> the batch's currency, so the amounts that follow post to that
*> department in that currency. The first entry of every batch
*> gets one, so the currency always rides the first record.
*> ----------------------------------------------------------------
3300-WRITE-DEPT-HEADER.
    MOVE RG-NEXT-SEQUENCE-NO TO TRAN-SEQUENCE-NO.
    MOVE ZERO TO TRAN-AMOUNT-COUNT.
    MOVE SPACES TO TRAN-AMOUNTS.
    MOVE RG-RECR-DEPT-CODE TO TRAN-DEPT-CODE.
    MOVE RG-BATCH-CURRENCY TO TRAN-CURRENCY-CODE.
    MOVE RG-BATCH-NO TO TRAN-BATCH-NO.
    MOVE RG-BATCH-ACCT-DATE TO TRAN-ACCT-DATE.
    WRITE TRAN-RECORD.
    ADD 1 TO RG-NEXT-SEQUENCE-NO.
    ADD 1 TO RG-BATCH-RECORDS.
    ADD 1 TO RG-RECORDS-WRITTEN.
    MOVE RG-RECR-DEPT-CODE TO RG-LAST-OUT-DEPT.
3300-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3400-ADD-ONE-AMOUNT - put one of the entry's amounts into the
*> detail record building; a record that fills to MAX-AMOUNTS is
*> written out on the spot.
*> ----------------------------------------------------------------
3400-ADD-ONE-AMOUNT.
    IF RG-AMOUNT-COUNT = ZERO
        MOVE SPACES TO TRAN-AMOUNTS
    END-IF.
    ADD 1 TO RG-AMOUNT-COUNT.
    MOVE RG-RECR-AMOUNT-TABLE (RG-AMOUNT-SUB)
        TO TRAN-AMOUNT-TABLE (RG-AMOUNT-COUNT).
    ADD RG-RECR-AMOUNT-TABLE (RG-AMOUNT-SUB) TO RG-ENTRY-TOTAL.
    ADD RG-RECR-AMOUNT-TABLE (RG-AMOUNT-SUB) TO RG-BATCH-TOTAL.
    IF RG-AMOUNT-COUNT >= RG-MAX-AMOUNTS
        PERFORM 3500-WRITE-DETAIL-RECORD
            THRU 3500-EXIT
    END-IF.
3400-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3500-WRITE-DETAIL-RECORD - write the detail record building, if
*> it has anything in it, with the next sequence number and its
*> machine-kept amount count.
*> ----------------------------------------------------------------
3500-WRITE-DETAIL-RECORD.
    IF RG-AMOUNT-COUNT = ZERO
        GO TO 3500-EXIT
    END-IF.
    MOVE RG-NEXT-SEQUENCE-NO TO TRAN-SEQUENCE-NO.
    MOVE RG-AMOUNT-COUNT TO TRAN-AMOUNT-COUNT.
    MOVE RG-BATCH-NO TO TRAN-BATCH-NO.
    MOVE RG-BATCH-ACCT-DATE TO TRAN-ACCT-DATE.
    WRITE TRAN-RECORD.
    ADD 1 TO RG-NEXT-SEQUENCE-NO.
    ADD 1 TO RG-BATCH-RECORDS.
    ADD 1 TO RG-RECORDS-WRITTEN.
    MOVE ZERO TO RG-AMOUNT-COUNT.
3500-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3900-FIND-NEXT-DUE-ENTRY - leave the table position of the
*> first entry still due (not yet written or excepted) in
*> RG-DUE-RECR-SUB, or zero when there is none.
*> ----------------------------------------------------------------
3900-FIND-NEXT-DUE-ENTRY.
    MOVE ZERO TO RG-DUE-RECR-SUB.
    PERFORM 3910-CHECK-ONE-DUE
        THRU 3910-EXIT
        VARYING RG-RECR-SUB FROM 1 BY 1
        UNTIL RG-RECR-SUB > RG-RECR-COUNT
           OR RG-DUE-RECR-SUB > ZERO.
3900-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3910-CHECK-ONE-DUE - note one table entry if it is still due.
*> ----------------------------------------------------------------
3910-CHECK-ONE-DUE.
    IF ENTRY-IS-DUE (RG-RECR-SUB)
        MOVE RG-RECR-SUB TO RG-DUE-RECR-SUB
    END-IF.
3910-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 7000-PRINT-ENTRY-LINE - print the entry in RG-RECR-RECORD on the
*> generation register, with the batch number or the reason
*> already moved to the line.
*> ----------------------------------------------------------------
7000-PRINT-ENTRY-LINE.
    MOVE RG-RECR-ENTRY-ID TO DTL-ENTRY-ID.
    MOVE RG-RECR-DEPT-CODE TO DTL-DEPT-CODE.
    IF RG-RECR-CURRENCY-CODE = SPACES
        MOVE "BASE" TO DTL-CURRENCY-CODE
    ELSE
        MOVE RG-RECR-CURRENCY-CODE TO DTL-CURRENCY-CODE
    END-IF.
    MOVE RG-RECR-FREQUENCY TO DTL-FREQUENCY.
    IF RG-RECR-ACCT-DATE (RG-RECR-SUB) = ZERO
        MOVE SPACES TO DTL-ACCT-DATE
    ELSE
        MOVE RG-RECR-ACCT-DATE (RG-RECR-SUB) TO DTL-ACCT-DATE
    END-IF.
    IF RG-RECR-AMOUNT-COUNT IS NUMERIC
        MOVE RG-RECR-AMOUNT-COUNT TO DTL-AMOUNT-COUNT
    ELSE
        MOVE ZERO TO DTL-AMOUNT-COUNT
    END-IF.
    IF ENTRY-WAS-GENERATED (RG-RECR-SUB)
        MOVE RG-ENTRY-TOTAL TO DTL-ENTRY-TOTAL
    ELSE
        MOVE ZERO TO DTL-ENTRY-TOTAL
    END-IF.
    MOVE RG-RECR-DESCRIPTION TO DTL-DESCRIPTION.
    WRITE PRINT-LINE FROM RG-DETAIL-LINE
        AFTER ADVANCING 1 LINE.
7000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 8000-CLOSE-BATCH - write the batch's reserved 999999 trailer,
*> carrying as its control figure the total of every amount
*> generated into the batch, and print the batch's line on the
*> register.
*> ----------------------------------------------------------------
8000-CLOSE-BATCH.
    MOVE RG-BATCH-TOTAL TO RG-CONTROL-FIGURE.
    MOVE 999999 TO TRAN-SEQUENCE-NO.
    MOVE 1 TO TRAN-AMOUNT-COUNT.
    MOVE SPACES TO TRAN-AMOUNTS.
    MOVE RG-CONTROL-FIGURE TO TRAN-AMOUNT-TABLE (1).
    MOVE RG-BATCH-NO TO TRAN-BATCH-NO.
    MOVE RG-BATCH-ACCT-DATE TO TRAN-ACCT-DATE.
    WRITE TRAN-RECORD.
    ADD 1 TO RG-BATCH-RECORDS.
    ADD 1 TO RG-RECORDS-WRITTEN.
    MOVE RG-BATCH-NO TO BTL-BATCH-NO.
    IF RG-BATCH-CURRENCY = SPACES
        MOVE "BASE" TO BTL-CURRENCY-CODE
    ELSE
        MOVE RG-BATCH-CURRENCY TO BTL-CURRENCY-CODE
    END-IF.
    MOVE RG-BATCH-ACCT-DATE TO BTL-ACCT-DATE.
    MOVE RG-BATCH-RECORDS TO BTL-RECORDS.
    MOVE RG-CONTROL-FIGURE TO BTL-CONTROL-FIGURE.
    WRITE PRINT-LINE FROM RG-BATCH-LINE
        AFTER ADVANCING 2 LINES.
    MOVE SPACES TO PRINT-LINE.
    WRITE PRINT-LINE
        AFTER ADVANCING 1 LINE.
8000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 9000-FINALIZE - write the stamped master to RECRNEW (the job
*> stream saves it over RECRMSTR), print the run's accounting, set
*> the return code, and close the files. RETURN-CODE 4 says an
*> entry due was excepted, or nothing at all was due.
*> ----------------------------------------------------------------
9000-FINALIZE.
    OPEN OUTPUT NEW-RECR-FILE.
    IF RG-NEW-STATUS NOT = "00"
        DISPLAY "RECURRINGGENERATE: UNABLE TO OPEN RECRNEW, "
            "FILE STATUS = " RG-NEW-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 9100-WRITE-ONE-MASTER-RECORD
        THRU 9100-EXIT
        VARYING RG-RECR-SUB FROM 1 BY 1
        UNTIL RG-RECR-SUB > RG-RECR-COUNT.
    CLOSE NEW-RECR-FILE.
    IF RG-GENERATED-COUNT = ZERO
        MOVE "*** NO ENTRIES GENERATED - NO BATCH WRITTEN ***"
            TO MSG-TEXT
        WRITE PRINT-LINE FROM RG-MESSAGE-LINE
            AFTER ADVANCING 2 LINES
    END-IF.
    MOVE "ENTRIES ON MASTER:" TO SMC-LABEL.
    MOVE RG-ENTRIES-ON-MASTER TO SMC-COUNT.
    WRITE PRINT-LINE FROM RG-SUMMARY-COUNT-LINE
        AFTER ADVANCING 2 LINES.
    MOVE "  GENERATED:" TO SMC-LABEL.
    MOVE RG-GENERATED-COUNT TO SMC-COUNT.
    WRITE PRINT-LINE FROM RG-SUMMARY-COUNT-LINE
        AFTER ADVANCING 1 LINE.
    MOVE "  DUE BUT NOT GENERATED:" TO SMC-LABEL.
    MOVE RG-EXCEPTED-COUNT TO SMC-COUNT.
    WRITE PRINT-LINE FROM RG-SUMMARY-COUNT-LINE
        AFTER ADVANCING 1 LINE.
    MOVE "  ALREADY GENERATED FOR THE PERIOD:" TO SMC-LABEL.
    MOVE RG-ALREADY-COUNT TO SMC-COUNT.
    WRITE PRINT-LINE FROM RG-SUMMARY-COUNT-LINE
        AFTER ADVANCING 1 LINE.
    MOVE "  NOT DUE THIS PERIOD:" TO SMC-LABEL.
    MOVE RG-NOT-DUE-COUNT TO SMC-COUNT.
    WRITE PRINT-LINE FROM RG-SUMMARY-COUNT-LINE
        AFTER ADVANCING 1 LINE.
    MOVE "BATCHES WRITTEN:" TO SMC-LABEL.
    MOVE RG-BATCHES-WRITTEN TO SMC-COUNT.
    WRITE PRINT-LINE FROM RG-SUMMARY-COUNT-LINE
        AFTER ADVANCING 2 LINES.
    MOVE "BATCH RECORDS WRITTEN:" TO SMC-LABEL.
    MOVE RG-RECORDS-WRITTEN TO SMC-COUNT.
    WRITE PRINT-LINE FROM RG-SUMMARY-COUNT-LINE
        AFTER ADVANCING 1 LINE.
    MOVE ZERO TO RETURN-CODE.
    IF RG-EXCEPTED-COUNT > ZERO
       OR RG-GENERATED-COUNT = ZERO
        MOVE 4 TO RETURN-CODE
    END-IF.
    CLOSE TRAN-OUT-FILE.
    CLOSE PRINT-FILE.
    DISPLAY "RECURRINGGENERATE: " RG-GENERATED-COUNT
        " ENTRIES GENERATED IN " RG-BATCHES-WRITTEN " BATCHES, "
        RG-EXCEPTED-COUNT " EXCEPTED".
9000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 9100-WRITE-ONE-MASTER-RECORD - write one entry, stamped if it
*> was generated, in RECRREC form.
*> ----------------------------------------------------------------
9100-WRITE-ONE-MASTER-RECORD.
    MOVE RG-RECR-IMAGE (RG-RECR-SUB) TO RG-NEW-RECR-RECORD.
    WRITE RG-NEW-RECR-RECORD.
9100-EXIT.
    EXIT.
