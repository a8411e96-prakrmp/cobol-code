       >>SOURCE FORMAT FREE
*> ================================================================
*> LockboxImport
*> Builds an AddThreeNumbers transaction batch straight from the
*> bank's daily lockbox transmission (LOCKIN) instead of having the
*> clerks key the deposit listing through TransactionEntry. The
*> batch is written in TRANREC form (TRANOUT) under a batch number
*> drawn from the BATCHNO control dataset: a department header for
*> each department the transmission's lockboxes map to (LOCKMAP),
*> carrying the transmission's currency, the deposited items packed
*> into detail entries of up to MAX-AMOUNTS amounts each, and the
*> 999999 trailer carrying the bank's own deposit total as its
*> control figure, so the daily run proves the batch against the
*> bank's figure rather than against anything this program added.
*>
*> Every item is held to the same PARMIN edit limits
*> TransactionEntry keys against, so what this program imports is
*> exactly what the daily run accepts. An item whose lockbox is not
*> on the map (or is mapped to a department not on DEPTACCT), or
*> whose amount fails the edits, is left out of the batch and
*> listed on the lockbox exception report (RPTOUT) to be worked by
*> hand. The bank's deposit total covers those items too, so the
*> trailer carries it less the exceptions' own amounts; the report
*> prints the reconciliation. An exception whose amount cannot be
*> read cannot be taken out of the bank's figure, and the daily run
*> will prove the batch out of balance by exactly that item.
*>
*> The accounting date stamped on the batch is the bank's deposit
*> date, so a transmission that arrives after month end still
*> posts to (or is refused for) the month the money was banked.
*>
*> Modification history:
*>   - Written so the lockbox deposit listings, the Canadian ones
*>     included, stop being keyed by hand through TransactionEntry.
*> ================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. LockboxImport.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LOCKBOX-FILE ASSIGN TO LOCKIN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LB-LOCK-STATUS.

    SELECT MAP-FILE ASSIGN TO LOCKMAP
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LB-MAP-STATUS.

    SELECT DEPT-FILE ASSIGN TO DEPTACCT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LB-DEPT-STATUS.

    SELECT TRAN-OUT-FILE ASSIGN TO TRANOUT
        ORGANIZATION IS RECORD SEQUENTIAL
        FILE STATUS IS LB-TRAN-STATUS.

    SELECT PRINT-FILE ASSIGN TO RPTOUT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LB-PRINT-STATUS.

    SELECT PARM-FILE ASSIGN TO PARMIN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LB-PARM-STATUS.

    SELECT BATCH-NO-FILE ASSIGN TO BATCHNO
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LB-BNUM-STATUS.

DATA DIVISION.
FILE SECTION.
FD  LOCKBOX-FILE
    LABEL RECORDS ARE OMITTED.
    COPY LOCKREC.

FD  MAP-FILE
    LABEL RECORDS ARE OMITTED.
    COPY LOCKMREC.

FD  DEPT-FILE
    LABEL RECORDS ARE OMITTED.
    COPY DEPTREC.

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

FD  BATCH-NO-FILE
    LABEL RECORDS ARE OMITTED.
    COPY BNUMREC.

WORKING-STORAGE SECTION.
01  LB-SWITCHES.
    05  LB-LOCK-EOF-SWITCH          PIC X(01) VALUE 'N'.
        88  END-OF-LOCKBOX-FILE             VALUE 'Y'.
    05  LB-PARM-EOF-SWITCH          PIC X(01) VALUE 'N'.
        88  END-OF-PARM-FILE                VALUE 'Y'.
    05  LB-TRAILER-SWITCH           PIC X(01) VALUE 'N'.
        88  BANK-TRAILER-WAS-READ           VALUE 'Y'.
    05  LB-BANK-AGREES-SWITCH       PIC X(01) VALUE 'Y'.
        88  BANK-FIGURES-AGREE              VALUE 'Y'.
        88  BANK-FIGURES-DISAGREE           VALUE 'N'.

01  LB-EDIT-SWITCH                  PIC X(01) VALUE 'Y'.
    88  ITEM-IS-VALID                       VALUE 'Y'.
    88  ITEM-IS-INVALID                     VALUE 'N'.

01  LB-LOCK-STATUS                  PIC X(02) VALUE SPACES.
01  LB-MAP-STATUS                   PIC X(02) VALUE SPACES.
01  LB-DEPT-STATUS                  PIC X(02) VALUE SPACES.
01  LB-TRAN-STATUS                  PIC X(02) VALUE SPACES.
01  LB-PRINT-STATUS                 PIC X(02) VALUE SPACES.
01  LB-PARM-STATUS                  PIC X(02) VALUE SPACES.
01  LB-BNUM-STATUS                  PIC X(02) VALUE SPACES.

*> The batch number assigned to the imported batch from the
*> BATCHNO control dataset, stamped on every record written.
01  LB-BATCH-NO                     PIC 9(8) VALUE 0.

*> The edit limits default to the same values assembled into
*> AddThreeNumbers and are overridden by the same PARMIN keywords,
*> so an item imported here is an item the daily run accepts.
01  LB-MIN-AMOUNT                   PIC S9(9)V99 VALUE -999999.99.
01  LB-MAX-AMOUNT                   PIC S9(9)V99 VALUE  999999.99.
01  LB-MAX-AMOUNTS                  PIC 9(2) VALUE 20.

01  LB-PARM-KEYWORD                 PIC X(30) VALUE SPACES.
01  LB-PARM-VALUE                   PIC X(50) VALUE SPACES.
01  LB-PARM-AMOUNT-X                PIC X(12) VALUE SPACES.
01  LB-PARM-AMOUNT REDEFINES LB-PARM-AMOUNT-X
                                    PIC S9(9)V99 SIGN IS TRAILING
                                                 SEPARATE CHARACTER.

*> The transmission header's identity: the sending bank, the
*> currency every amount is in (blank = base), and the deposit
*> date, which becomes the batch's accounting date.
01  LB-BANK-ID                      PIC X(10) VALUE SPACES.
01  LB-CURRENCY-CODE                PIC X(03) VALUE SPACES.
01  LB-ACCT-DATE                    PIC 9(8) VALUE 0.

*> The lockbox map, loaded whole; each entry's department is
*> checked against DEPTACCT as it loads, so an item is refused for
*> a department the daily run would not recognise.
01  LB-MAP-TABLE-AREA.
    05  LB-MAP-COUNT                PIC 9(2) COMP VALUE 0.
    05  LB-MAX-MAPS                 PIC 9(2) COMP VALUE 50.
    05  LB-MAP-ENTRY OCCURS 50 TIMES
            INDEXED BY LB-MAP-INDEX.
        10  LB-MAP-LOCKBOX-NO       PIC X(07).
        10  LB-MAP-DEPT-CODE        PIC X(04).
        10  LB-MAP-DEPT-SWITCH      PIC X(01).
            88  MAP-DEPT-IS-ON-FILE         VALUE 'Y'.

01  LB-DEPT-TABLE-AREA.
    05  LB-DEPT-COUNT               PIC 9(2) COMP VALUE 0.
    05  LB-MAX-DEPTS                PIC 9(2) COMP VALUE 50.
    05  LB-DEPT-ENTRY OCCURS 50 TIMES
            INDEXED BY LB-DEPT-INDEX.
        10  LB-DEPT-CODE            PIC X(04).

01  LB-ITEM-DEPT-CODE               PIC X(04) VALUE SPACES.
01  LB-REJECT-REASON                PIC X(30) VALUE SPACES.

*> The department header last written to TRANOUT; an item for the
*> same department goes into the entry already building under it.
01  LB-LAST-OUT-DEPT                PIC X(04) VALUE SPACES.

01  LB-NEXT-SEQUENCE-NO             PIC 9(6) VALUE 1.
01  LB-AMOUNT-COUNT                 PIC 9(2) VALUE 0.

01  LB-ITEMS-RECEIVED               PIC 9(6) VALUE 0.
01  LB-ITEMS-IMPORTED               PIC 9(6) VALUE 0.
01  LB-ITEMS-EXCEPTED               PIC 9(6) VALUE 0.
01  LB-UNREADABLE-COUNT             PIC 9(6) VALUE 0.
01  LB-BAD-RECORD-COUNT             PIC 9(6) VALUE 0.
01  LB-RECORDS-WRITTEN              PIC 9(6) VALUE 0.
01  LB-BANK-ITEM-COUNT              PIC 9(6) VALUE 0.

01  LB-RECEIVED-TOTAL               PIC S9(11)V99 VALUE 0.
01  LB-IMPORTED-TOTAL               PIC S9(11)V99 VALUE 0.
01  LB-EXCEPTION-TOTAL              PIC S9(11)V99 VALUE 0.
01  LB-DEPOSIT-TOTAL                PIC S9(11)V99 VALUE 0.
01  LB-CONTROL-FIGURE               PIC S9(9)V99 VALUE 0.

01  LB-RUN-DATE-FIELDS.
    05  LB-RUN-DATE-YYYYMMDD        PIC 9(8).
    05  LB-RUN-DATE-X REDEFINES LB-RUN-DATE-YYYYMMDD.
        10  LB-RUN-YYYY             PIC 9(4).
        10  LB-RUN-MM               PIC 9(2).
        10  LB-RUN-DD               PIC 9(2).
01  LB-DEPOSIT-DATE-FIELDS.
    05  LB-DEPOSIT-DATE-YYYYMMDD    PIC 9(8).
    05  LB-DEPOSIT-DATE-X REDEFINES LB-DEPOSIT-DATE-YYYYMMDD.
        10  LB-DEPOSIT-YYYY         PIC 9(4).
        10  LB-DEPOSIT-MM           PIC 9(2).
        10  LB-DEPOSIT-DD           PIC 9(2).

01  LB-HDR1-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(30)
                                     VALUE "LOCKBOX EXCEPTION REPORT".
    05  FILLER                      PIC X(10) VALUE SPACES.
    05  FILLER                      PIC X(10) VALUE "RUN DATE:".
    05  HDR-RUN-DATE                PIC X(10).

01  LB-HDR-BANK-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(06) VALUE "BANK:".
    05  HDB-BANK-ID                 PIC X(10).
    05  FILLER                      PIC X(16)
                                     VALUE "  DEPOSIT DATE:".
    05  HDB-DEPOSIT-DATE            PIC X(10).
    05  FILLER                      PIC X(12) VALUE "  CURRENCY:".
    05  HDB-CURRENCY-CODE           PIC X(04).
    05  FILLER                      PIC X(09) VALUE "  BATCH:".
    05  HDB-BATCH-NO                PIC 9(8).

01  LB-HDR2-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(09) VALUE "LOCKBOX".
    05  FILLER                      PIC X(08) VALUE "ITEM".
    05  FILLER                      PIC X(12) VALUE "CHECK NO".
    05  FILLER                      PIC X(16) VALUE "       AMOUNT".
    05  FILLER                      PIC X(32) VALUE "REMITTER".
    05  FILLER                      PIC X(30) VALUE "REASON".

01  LB-DETAIL-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  DTL-LOCKBOX-NO              PIC X(07).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  DTL-ITEM-SEQUENCE-NO        PIC X(06).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  DTL-CHECK-NO                PIC X(10).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  DTL-AMOUNT                  PIC ZZZ,ZZZ,ZZ9.99- .
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  DTL-REMITTER-NAME           PIC X(30).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  DTL-REASON                  PIC X(30).

01  LB-SUMMARY-COUNT-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  SMC-LABEL                   PIC X(36).
    05  SMC-COUNT                   PIC ZZZ,ZZ9.

01  LB-SUMMARY-AMOUNT-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  SMA-LABEL                   PIC X(36).
    05  SMA-AMOUNT                  PIC ZZ,ZZZ,ZZZ,ZZ9.99- .

01  LB-MESSAGE-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  MSG-TEXT                    PIC X(100).

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-INITIALIZE
        THRU 1000-EXIT.
    PERFORM 2000-PROCESS-TRANSMISSION
        THRU 2000-EXIT
        UNTIL END-OF-LOCKBOX-FILE.
    PERFORM 9000-FINALIZE
        THRU 9000-EXIT.
    STOP RUN.

*> ----------------------------------------------------------------
*> 1000-INITIALIZE - open the transmission and prove it starts
*> with its header before anything else is touched (a batch built
*> without the header's currency and deposit date would post a
*> Canadian deposit as base-currency money), then load the edit
*> limits and the lockbox map, draw the batch number, open the
*> outputs, and print the report headings.
*> ----------------------------------------------------------------
1000-INITIALIZE.
    ACCEPT LB-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
    OPEN INPUT LOCKBOX-FILE.
    IF LB-LOCK-STATUS NOT = "00"
        DISPLAY "LOCKBOXIMPORT: UNABLE TO OPEN LOCKIN, FILE STATUS = "
            LB-LOCK-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 2100-READ-LOCKBOX
        THRU 2100-EXIT.
    IF END-OF-LOCKBOX-FILE
       OR NOT LOCK-IS-FILE-HEADER
        DISPLAY "LOCKBOXIMPORT: TRANSMISSION DOES NOT START WITH "
            "ITS HEADER RECORD - NOTHING IMPORTED"
        CLOSE LOCKBOX-FILE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE LOCK-BANK-ID TO LB-BANK-ID.
    MOVE LOCK-CURRENCY-CODE TO LB-CURRENCY-CODE.
    IF LOCK-DEPOSIT-DATE IS NUMERIC
       AND LOCK-DEPOSIT-DATE > ZERO
        MOVE LOCK-DEPOSIT-DATE TO LB-ACCT-DATE
    ELSE
        MOVE LB-RUN-DATE-YYYYMMDD TO LB-ACCT-DATE
    END-IF.
    PERFORM 1400-READ-PARAMETERS
        THRU 1400-EXIT.
    PERFORM 1300-LOAD-DEPT-CODES
        THRU 1300-EXIT.
    PERFORM 1200-LOAD-LOCKBOX-MAP
        THRU 1200-EXIT.
    OPEN OUTPUT TRAN-OUT-FILE.
    IF LB-TRAN-STATUS NOT = "00"
        DISPLAY "LOCKBOXIMPORT: UNABLE TO OPEN TRANOUT, FILE STATUS = "
            LB-TRAN-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT PRINT-FILE.
    IF LB-PRINT-STATUS NOT = "00"
        DISPLAY "LOCKBOXIMPORT: UNABLE TO OPEN RPTOUT, FILE STATUS = "
            LB-PRINT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 1600-ASSIGN-BATCH-NUMBER
        THRU 1600-EXIT.
    PERFORM 1100-PRINT-REPORT-HEADERS
        THRU 1100-EXIT.
    PERFORM 2100-READ-LOCKBOX
        THRU 2100-EXIT.
1000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1100-PRINT-REPORT-HEADERS - write the report headings: the run
*> date, the transmission's bank, deposit date and currency, and
*> the batch number the import was written under.
*> ----------------------------------------------------------------
1100-PRINT-REPORT-HEADERS.
    STRING LB-RUN-MM   DELIMITED BY SIZE
           "/"         DELIMITED BY SIZE
           LB-RUN-DD   DELIMITED BY SIZE
           "/"         DELIMITED BY SIZE
           LB-RUN-YYYY DELIMITED BY SIZE
        INTO HDR-RUN-DATE
    END-STRING.
    MOVE LB-ACCT-DATE TO LB-DEPOSIT-DATE-YYYYMMDD.
    STRING LB-DEPOSIT-MM   DELIMITED BY SIZE
           "/"             DELIMITED BY SIZE
           LB-DEPOSIT-DD   DELIMITED BY SIZE
           "/"             DELIMITED BY SIZE
           LB-DEPOSIT-YYYY DELIMITED BY SIZE
        INTO HDB-DEPOSIT-DATE
    END-STRING.
    MOVE LB-BANK-ID TO HDB-BANK-ID.
    IF LB-CURRENCY-CODE = SPACES
        MOVE "BASE" TO HDB-CURRENCY-CODE
    ELSE
        MOVE LB-CURRENCY-CODE TO HDB-CURRENCY-CODE
    END-IF.
    MOVE LB-BATCH-NO TO HDB-BATCH-NO.
    WRITE PRINT-LINE FROM LB-HDR1-LINE
        AFTER ADVANCING PAGE.
    WRITE PRINT-LINE FROM LB-HDR-BANK-LINE
        AFTER ADVANCING 2 LINES.
    WRITE PRINT-LINE FROM LB-HDR2-LINE
        AFTER ADVANCING 2 LINES.
1100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1200-LOAD-LOCKBOX-MAP - load the lockbox map into the lookup
*> table, marking each entry whose department is on DEPTACCT. A
*> missing map would send every item to the exception report, so
*> it stops the run instead; an overfull one is a setup error.
*> ----------------------------------------------------------------
1200-LOAD-LOCKBOX-MAP.
    OPEN INPUT MAP-FILE.
    IF LB-MAP-STATUS NOT = "00"
        DISPLAY "LOCKBOXIMPORT: UNABLE TO OPEN LOCKMAP, FILE STATUS = "
            LB-MAP-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 1210-LOAD-ONE-MAP
        THRU 1210-EXIT
        UNTIL LB-MAP-STATUS NOT = "00".
    CLOSE MAP-FILE.
1200-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1210-LOAD-ONE-MAP - read and table one lockbox map record.
*> ----------------------------------------------------------------
1210-LOAD-ONE-MAP.
    READ MAP-FILE
        AT END
            GO TO 1210-EXIT
    END-READ.
    IF LB-MAP-STATUS NOT = "00"
        GO TO 1210-EXIT
    END-IF.
    IF LOCKM-LOCKBOX-NO = SPACES
        GO TO 1210-EXIT
    END-IF.
    IF LB-MAP-COUNT >= LB-MAX-MAPS
        DISPLAY "LOCKBOXIMPORT: MORE THAN " LB-MAX-MAPS
            " LOCKBOXES ON LOCKMAP"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO LB-MAP-COUNT.
    MOVE LOCKM-LOCKBOX-NO TO LB-MAP-LOCKBOX-NO (LB-MAP-COUNT).
    MOVE LOCKM-DEPT-CODE TO LB-MAP-DEPT-CODE (LB-MAP-COUNT).
    MOVE 'N' TO LB-MAP-DEPT-SWITCH (LB-MAP-COUNT).
    IF LB-DEPT-COUNT = ZERO
        GO TO 1210-EXIT
    END-IF.
    SET LB-DEPT-INDEX TO 1.
    SEARCH LB-DEPT-ENTRY
        AT END
            CONTINUE
        WHEN LB-DEPT-INDEX > LB-DEPT-COUNT
            CONTINUE
        WHEN LB-DEPT-CODE (LB-DEPT-INDEX) = LOCKM-DEPT-CODE
            SET MAP-DEPT-IS-ON-FILE (LB-MAP-COUNT) TO TRUE
    END-SEARCH.
1210-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1300-LOAD-DEPT-CODES - load the department codes from the
*> DEPTACCT master, so a lockbox mapped to a department the daily
*> run does not know is caught here instead of posting to the
*> unassigned bucket there.
*> ----------------------------------------------------------------
1300-LOAD-DEPT-CODES.
    OPEN INPUT DEPT-FILE.
    IF LB-DEPT-STATUS NOT = "00"
        DISPLAY "LOCKBOXIMPORT: UNABLE TO OPEN DEPTACCT, "
            "FILE STATUS = " LB-DEPT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 1310-LOAD-ONE-DEPT
        THRU 1310-EXIT
        UNTIL LB-DEPT-STATUS NOT = "00".
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
    IF LB-DEPT-STATUS NOT = "00"
        GO TO 1310-EXIT
    END-IF.
    IF DEPT-CODE = SPACES
        GO TO 1310-EXIT
    END-IF.
    IF LB-DEPT-COUNT >= LB-MAX-DEPTS
        DISPLAY "LOCKBOXIMPORT: MORE THAN " LB-MAX-DEPTS
            " DEPARTMENTS ON DEPTACCT"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO LB-DEPT-COUNT.
    MOVE DEPT-CODE TO LB-DEPT-CODE (LB-DEPT-COUNT).
1310-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1400-READ-PARAMETERS - pick up the edit limits from the same
*> PARMIN dataset the daily run reads. A missing parameter file
*> imports against the assembled defaults; keywords that do not
*> bear on the item edits are the daily run's business and are
*> passed over, but a limit that fails its edit stops the run
*> before anything is imported against the wrong limits.
*> ----------------------------------------------------------------
1400-READ-PARAMETERS.
    OPEN INPUT PARM-FILE.
    IF LB-PARM-STATUS NOT = "00"
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
    MOVE SPACES TO LB-PARM-KEYWORD.
    MOVE SPACES TO LB-PARM-VALUE.
    UNSTRING PARM-RECORD DELIMITED BY "="
        INTO LB-PARM-KEYWORD
             LB-PARM-VALUE
    END-UNSTRING.
    PERFORM 1420-APPLY-ONE-PARAMETER
        THRU 1420-EXIT.
    IF RETURN-CODE = 16
        DISPLAY "LOCKBOXIMPORT: BAD PARAMETER RECORD: "
            PARM-RECORD
        STOP RUN
    END-IF.
1410-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1420-APPLY-ONE-PARAMETER - apply one edited import limit.
*> RETURN-CODE 16 flags a limit that failed its edit; keywords
*> this run does not edit against fall through untouched.
*> ----------------------------------------------------------------
1420-APPLY-ONE-PARAMETER.
    EVALUATE LB-PARM-KEYWORD
        WHEN "MIN-AMOUNT"
            MOVE LB-PARM-VALUE (1:12) TO LB-PARM-AMOUNT-X
            IF LB-PARM-AMOUNT IS NUMERIC
                MOVE LB-PARM-AMOUNT TO LB-MIN-AMOUNT
            ELSE
                MOVE 16 TO RETURN-CODE
            END-IF
        WHEN "MAX-AMOUNT"
            MOVE LB-PARM-VALUE (1:12) TO LB-PARM-AMOUNT-X
            IF LB-PARM-AMOUNT IS NUMERIC
                MOVE LB-PARM-AMOUNT TO LB-MAX-AMOUNT
            ELSE
                MOVE 16 TO RETURN-CODE
            END-IF
        WHEN "MAX-AMOUNTS"
            IF LB-PARM-VALUE (1:2) IS NUMERIC
                MOVE LB-PARM-VALUE (1:2) TO LB-MAX-AMOUNTS
                IF LB-MAX-AMOUNTS = ZERO
                   OR LB-MAX-AMOUNTS > 20
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
*> 1600-ASSIGN-BATCH-NUMBER - take the next batch number from the
*> BATCHNO control dataset and put the incremented number back, so
*> the imported batch carries its own identity downstream. A
*> missing dataset starts the numbering at 1 and creates it; any
*> other failure stops the run before anything is imported under
*> an ambiguous number.
*> ----------------------------------------------------------------
1600-ASSIGN-BATCH-NUMBER.
    MOVE ZERO TO BNUM-LAST-BATCH-NO.
    OPEN INPUT BATCH-NO-FILE.
    IF LB-BNUM-STATUS = "00"
        READ BATCH-NO-FILE
            AT END
                MOVE ZERO TO BNUM-LAST-BATCH-NO
        END-READ
        CLOSE BATCH-NO-FILE
    ELSE
        IF LB-BNUM-STATUS NOT = "35"
            DISPLAY "LOCKBOXIMPORT: UNABLE TO OPEN BATCHNO, "
                "FILE STATUS = " LB-BNUM-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.
    IF BNUM-LAST-BATCH-NO IS NOT NUMERIC
        MOVE ZERO TO BNUM-LAST-BATCH-NO
    END-IF.
    COMPUTE LB-BATCH-NO = BNUM-LAST-BATCH-NO + 1.
    MOVE LB-BATCH-NO TO BNUM-LAST-BATCH-NO.
    OPEN OUTPUT BATCH-NO-FILE.
    IF LB-BNUM-STATUS NOT = "00"
        DISPLAY "LOCKBOXIMPORT: UNABLE TO REWRITE BATCHNO, "
            "FILE STATUS = " LB-BNUM-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    WRITE BNUM-RECORD.
    CLOSE BATCH-NO-FILE.
    DISPLAY "LOCKBOXIMPORT: BATCH NUMBER ASSIGNED: " LB-BATCH-NO.
1600-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2000-PROCESS-TRANSMISSION - dispose of one transmission record:
*> an item is edited and imported or excepted, the trailer's
*> figures are captured, and anything else - a second header, a
*> record after the trailer, an unknown record type - is listed as
*> an exception, since it means the transmission is not what the
*> bank says it is.
*> ----------------------------------------------------------------
2000-PROCESS-TRANSMISSION.
    IF BANK-TRAILER-WAS-READ
        MOVE "RECORD AFTER TRAILER" TO LB-REJECT-REASON
        PERFORM 2950-LIST-BAD-RECORD
            THRU 2950-EXIT
        GO TO 2000-READ-NEXT
    END-IF.
    EVALUATE TRUE
        WHEN LOCK-IS-ITEM
            PERFORM 2200-PROCESS-ITEM
                THRU 2200-EXIT
        WHEN LOCK-IS-FILE-TRAILER
            PERFORM 2800-CAPTURE-BANK-TOTAL
                THRU 2800-EXIT
        WHEN LOCK-IS-FILE-HEADER
            MOVE "SECOND TRANSMISSION HEADER" TO LB-REJECT-REASON
            PERFORM 2950-LIST-BAD-RECORD
                THRU 2950-EXIT
        WHEN OTHER
            MOVE "UNKNOWN RECORD TYPE" TO LB-REJECT-REASON
            PERFORM 2950-LIST-BAD-RECORD
                THRU 2950-EXIT
    END-EVALUATE.
2000-READ-NEXT.
    PERFORM 2100-READ-LOCKBOX
        THRU 2100-EXIT.
2000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2100-READ-LOCKBOX - read the next transmission record.
*> ----------------------------------------------------------------
2100-READ-LOCKBOX.
    READ LOCKBOX-FILE
        AT END
            SET END-OF-LOCKBOX-FILE TO TRUE
    END-READ.
2100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2200-PROCESS-ITEM - one deposited item: count it into the
*> received figures the bank's trailer is checked against, map its
*> lockbox to a department, hold its amount to the daily run's
*> edits, and either import it or list it as an exception.
*> ----------------------------------------------------------------
2200-PROCESS-ITEM.
    ADD 1 TO LB-ITEMS-RECEIVED.
    IF LOCK-ITEM-AMOUNT IS NUMERIC
        ADD LOCK-ITEM-AMOUNT TO LB-RECEIVED-TOTAL
    END-IF.
    PERFORM 2300-MAP-LOCKBOX
        THRU 2300-EXIT.
    IF ITEM-IS-VALID
        PERFORM 2400-EDIT-ITEM
            THRU 2400-EXIT
    END-IF.
    IF ITEM-IS-VALID
        PERFORM 2500-IMPORT-ITEM
            THRU 2500-EXIT
    ELSE
        PERFORM 2900-LIST-EXCEPTION
            THRU 2900-EXIT
    END-IF.
2200-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2300-MAP-LOCKBOX - find the item's lockbox on the map. A lockbox
*> not on the map, or mapped to a department not on DEPTACCT, has
*> nowhere to post.
*> ----------------------------------------------------------------
2300-MAP-LOCKBOX.
    SET ITEM-IS-INVALID TO TRUE.
    MOVE "LOCKBOX NOT ON LOCKMAP" TO LB-REJECT-REASON.
    MOVE SPACES TO LB-ITEM-DEPT-CODE.
    IF LB-MAP-COUNT = ZERO
        GO TO 2300-EXIT
    END-IF.
    SET LB-MAP-INDEX TO 1.
    SEARCH LB-MAP-ENTRY
        AT END
            GO TO 2300-EXIT
        WHEN LB-MAP-INDEX > LB-MAP-COUNT
            GO TO 2300-EXIT
        WHEN LB-MAP-LOCKBOX-NO (LB-MAP-INDEX) = LOCK-LOCKBOX-NO
            MOVE LB-MAP-DEPT-CODE (LB-MAP-INDEX) TO LB-ITEM-DEPT-CODE
    END-SEARCH.
    IF NOT MAP-DEPT-IS-ON-FILE (LB-MAP-INDEX)
        MOVE "MAPPED DEPT NOT ON DEPTACCT" TO LB-REJECT-REASON
        GO TO 2300-EXIT
    END-IF.
    SET ITEM-IS-VALID TO TRUE.
    MOVE SPACES TO LB-REJECT-REASON.
2300-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2400-EDIT-ITEM - hold the item's amount to exactly the edits
*> 2200-EDIT-TRANSACTION applies in AddThreeNumbers: numeric, and
*> within the single-amount limits in force.
*> ----------------------------------------------------------------
2400-EDIT-ITEM.
    IF LOCK-ITEM-AMOUNT IS NOT NUMERIC
        SET ITEM-IS-INVALID TO TRUE
        MOVE "NON-NUMERIC AMOUNT" TO LB-REJECT-REASON
        GO TO 2400-EXIT
    END-IF.
    IF LOCK-ITEM-AMOUNT > LB-MAX-AMOUNT
       OR LOCK-ITEM-AMOUNT < LB-MIN-AMOUNT
        SET ITEM-IS-INVALID TO TRUE
        MOVE "AMOUNT OUT OF RANGE" TO LB-REJECT-REASON
    END-IF.
2400-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2500-IMPORT-ITEM - put the item into the entry building under
*> its department: a change of department closes the entry in
*> progress and writes the new department's header first, and an
*> entry that fills to MAX-AMOUNTS is written out on the spot.
*> ----------------------------------------------------------------
2500-IMPORT-ITEM.
    IF LB-ITEM-DEPT-CODE NOT = LB-LAST-OUT-DEPT
        PERFORM 2600-WRITE-ONE-ENTRY
            THRU 2600-EXIT
        PERFORM 2700-WRITE-DEPT-HEADER
            THRU 2700-EXIT
    END-IF.
    IF LB-AMOUNT-COUNT = ZERO
        MOVE SPACES TO TRAN-AMOUNTS
    END-IF.
    ADD 1 TO LB-AMOUNT-COUNT.
    MOVE LOCK-ITEM-AMOUNT TO TRAN-AMOUNT-TABLE (LB-AMOUNT-COUNT).
    ADD 1 TO LB-ITEMS-IMPORTED.
    ADD LOCK-ITEM-AMOUNT TO LB-IMPORTED-TOTAL.
    IF LB-AMOUNT-COUNT >= LB-MAX-AMOUNTS
        PERFORM 2600-WRITE-ONE-ENTRY
            THRU 2600-EXIT
    END-IF.
2500-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2600-WRITE-ONE-ENTRY - write the entry in progress, if it has
*> anything in it, with the next sequence number and its machine-
*> kept amount count.
*> ----------------------------------------------------------------
2600-WRITE-ONE-ENTRY.
    IF LB-AMOUNT-COUNT = ZERO
        GO TO 2600-EXIT
    END-IF.
    PERFORM 2650-CHECK-SEQUENCE-ROOM
        THRU 2650-EXIT.
    MOVE LB-NEXT-SEQUENCE-NO TO TRAN-SEQUENCE-NO.
    MOVE LB-AMOUNT-COUNT TO TRAN-AMOUNT-COUNT.
    MOVE LB-BATCH-NO TO TRAN-BATCH-NO.
    MOVE LB-ACCT-DATE TO TRAN-ACCT-DATE.
    WRITE TRAN-RECORD.
    ADD 1 TO LB-NEXT-SEQUENCE-NO.
    ADD 1 TO LB-RECORDS-WRITTEN.
    MOVE ZERO TO LB-AMOUNT-COUNT.
2600-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2650-CHECK-SEQUENCE-ROOM - make sure the record about to be
*> written can take the next sequence number. 999999 is the
*> trailer's, so a transmission that would carry the details up
*> to it cannot be imported as one batch; the file is refused
*> rather than written with a number the daily run would read as
*> the trailer or one that wraps round to zero.
*> ----------------------------------------------------------------
2650-CHECK-SEQUENCE-ROOM.
    IF LB-NEXT-SEQUENCE-NO < 999999
        GO TO 2650-EXIT
    END-IF.
    DISPLAY "LOCKBOXIMPORT: MORE THAN 999998 RECORDS FOR ONE "
        "BATCH - TRANSMISSION REFUSED".
    MOVE 16 TO RETURN-CODE.
    STOP RUN.
2650-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2700-WRITE-DEPT-HEADER - write a department batch header (the
*> reserved amount count 00) for the item's department, carrying
*> the transmission's currency, so the items that follow post to
*> that department in that currency. Every department gets a
*> header, the first included, so the currency always rides the
*> first record.
*> ----------------------------------------------------------------
2700-WRITE-DEPT-HEADER.
    PERFORM 2650-CHECK-SEQUENCE-ROOM
        THRU 2650-EXIT.
    MOVE LB-NEXT-SEQUENCE-NO TO TRAN-SEQUENCE-NO.
    MOVE ZERO TO TRAN-AMOUNT-COUNT.
    MOVE SPACES TO TRAN-AMOUNTS.
    MOVE LB-ITEM-DEPT-CODE TO TRAN-DEPT-CODE.
    MOVE LB-CURRENCY-CODE TO TRAN-CURRENCY-CODE.
    MOVE LB-BATCH-NO TO TRAN-BATCH-NO.
    MOVE LB-ACCT-DATE TO TRAN-ACCT-DATE.
    WRITE TRAN-RECORD.
    ADD 1 TO LB-NEXT-SEQUENCE-NO.
    ADD 1 TO LB-RECORDS-WRITTEN.
    MOVE LB-ITEM-DEPT-CODE TO LB-LAST-OUT-DEPT.
2700-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2800-CAPTURE-BANK-TOTAL - take the bank's own item count and
*> deposit total off the transmission trailer. An unreadable
*> figure is treated as no trailer at all: the batch cannot be
*> given a control figure the bank did not supply.
*> ----------------------------------------------------------------
2800-CAPTURE-BANK-TOTAL.
    IF LOCK-ITEM-COUNT IS NOT NUMERIC
       OR LOCK-DEPOSIT-TOTAL IS NOT NUMERIC
        MOVE "UNREADABLE TRANSMISSION TRAILER" TO LB-REJECT-REASON
        PERFORM 2950-LIST-BAD-RECORD
            THRU 2950-EXIT
        GO TO 2800-EXIT
    END-IF.
    SET BANK-TRAILER-WAS-READ TO TRUE.
    MOVE LOCK-ITEM-COUNT TO LB-BANK-ITEM-COUNT.
    MOVE LOCK-DEPOSIT-TOTAL TO LB-DEPOSIT-TOTAL.
2800-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2900-LIST-EXCEPTION - an item left out of the batch: list it
*> with its reason, and keep its amount (when it can be read) so
*> it comes off the bank's deposit total on the trailer.
*> ----------------------------------------------------------------
2900-LIST-EXCEPTION.
    ADD 1 TO LB-ITEMS-EXCEPTED.
    MOVE LOCK-LOCKBOX-NO TO DTL-LOCKBOX-NO.
    MOVE LOCK-ITEM-SEQUENCE-NO TO DTL-ITEM-SEQUENCE-NO.
    MOVE LOCK-CHECK-NO TO DTL-CHECK-NO.
    MOVE LOCK-REMITTER-NAME TO DTL-REMITTER-NAME.
    MOVE LB-REJECT-REASON TO DTL-REASON.
    IF LOCK-ITEM-AMOUNT IS NUMERIC
        ADD LOCK-ITEM-AMOUNT TO LB-EXCEPTION-TOTAL
        MOVE LOCK-ITEM-AMOUNT TO DTL-AMOUNT
    ELSE
        ADD 1 TO LB-UNREADABLE-COUNT
        MOVE ZERO TO DTL-AMOUNT
    END-IF.
    WRITE PRINT-LINE FROM LB-DETAIL-LINE
        AFTER ADVANCING 1 LINE.
2900-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2950-LIST-BAD-RECORD - a record that is not a usable item,
*> header, or trailer: list its type and reason. Nothing in it is
*> imported.
*> ----------------------------------------------------------------
2950-LIST-BAD-RECORD.
    ADD 1 TO LB-BAD-RECORD-COUNT.
    MOVE SPACES TO LB-DETAIL-LINE.
    MOVE "TYPE" TO DTL-LOCKBOX-NO.
    MOVE LOCK-RECORD-TYPE TO DTL-ITEM-SEQUENCE-NO.
    MOVE ZERO TO DTL-AMOUNT.
    MOVE LB-REJECT-REASON TO DTL-REASON.
    WRITE PRINT-LINE FROM LB-DETAIL-LINE
        AFTER ADVANCING 1 LINE.
2950-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 8000-WRITE-TRAILER - close the last entry and write the
*> reserved 999999 trailer. Its control figure is the bank's own
*> deposit total less the excepted items' amounts, so the daily
*> run proves what was imported against the bank's figure, not
*> against this program's own addition. With no bank trailer
*> there is no figure to carry, and the batch is left without a
*> trailer for the daily run to report as not proved.
*> ----------------------------------------------------------------
8000-WRITE-TRAILER.
    PERFORM 2600-WRITE-ONE-ENTRY
        THRU 2600-EXIT.
    IF NOT BANK-TRAILER-WAS-READ
        GO TO 8000-EXIT
    END-IF.
    COMPUTE LB-CONTROL-FIGURE =
        LB-DEPOSIT-TOTAL - LB-EXCEPTION-TOTAL.
    MOVE 999999 TO TRAN-SEQUENCE-NO.
    MOVE 1 TO TRAN-AMOUNT-COUNT.
    MOVE SPACES TO TRAN-AMOUNTS.
    MOVE LB-CONTROL-FIGURE TO TRAN-AMOUNT-TABLE (1).
    MOVE LB-BATCH-NO TO TRAN-BATCH-NO.
    MOVE LB-ACCT-DATE TO TRAN-ACCT-DATE.
    WRITE TRAN-RECORD.
    ADD 1 TO LB-RECORDS-WRITTEN.
8000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 9000-FINALIZE - finish the batch, print the reconciliation of
*> the bank's figures to what was imported, set the return code,
*> and close the files. RETURN-CODE 4 says the transmission needs
*> someone's attention before its batch runs: items were excepted,
*> records were unusable, the bank's own count or total does not
*> agree with the items it sent, there was no usable trailer, or
*> nothing at all was imported.
*> ----------------------------------------------------------------
9000-FINALIZE.
    IF LB-ITEMS-IMPORTED > ZERO
        PERFORM 8000-WRITE-TRAILER
            THRU 8000-EXIT
    END-IF.
    IF BANK-TRAILER-WAS-READ
        IF LB-BANK-ITEM-COUNT NOT = LB-ITEMS-RECEIVED
           OR LB-DEPOSIT-TOTAL NOT = LB-RECEIVED-TOTAL
            SET BANK-FIGURES-DISAGREE TO TRUE
        END-IF
    END-IF.
    MOVE "ITEMS RECEIVED:" TO SMC-LABEL.
    MOVE LB-ITEMS-RECEIVED TO SMC-COUNT.
    WRITE PRINT-LINE FROM LB-SUMMARY-COUNT-LINE
        AFTER ADVANCING 2 LINES.
    MOVE "  IMPORTED:" TO SMC-LABEL.
    MOVE LB-ITEMS-IMPORTED TO SMC-COUNT.
    WRITE PRINT-LINE FROM LB-SUMMARY-COUNT-LINE
        AFTER ADVANCING 1 LINE.
    MOVE "  EXCEPTIONS:" TO SMC-LABEL.
    MOVE LB-ITEMS-EXCEPTED TO SMC-COUNT.
    WRITE PRINT-LINE FROM LB-SUMMARY-COUNT-LINE
        AFTER ADVANCING 1 LINE.
    MOVE "UNUSABLE RECORDS:" TO SMC-LABEL.
    MOVE LB-BAD-RECORD-COUNT TO SMC-COUNT.
    WRITE PRINT-LINE FROM LB-SUMMARY-COUNT-LINE
        AFTER ADVANCING 1 LINE.
    MOVE "BATCH RECORDS WRITTEN:" TO SMC-LABEL.
    MOVE LB-RECORDS-WRITTEN TO SMC-COUNT.
    WRITE PRINT-LINE FROM LB-SUMMARY-COUNT-LINE
        AFTER ADVANCING 1 LINE.
    MOVE "ITEMS RECEIVED TOTAL:" TO SMA-LABEL.
    MOVE LB-RECEIVED-TOTAL TO SMA-AMOUNT.
    WRITE PRINT-LINE FROM LB-SUMMARY-AMOUNT-LINE
        AFTER ADVANCING 2 LINES.
    MOVE "  IMPORTED TOTAL:" TO SMA-LABEL.
    MOVE LB-IMPORTED-TOTAL TO SMA-AMOUNT.
    WRITE PRINT-LINE FROM LB-SUMMARY-AMOUNT-LINE
        AFTER ADVANCING 1 LINE.
    MOVE "  EXCEPTIONS TOTAL:" TO SMA-LABEL.
    MOVE LB-EXCEPTION-TOTAL TO SMA-AMOUNT.
    WRITE PRINT-LINE FROM LB-SUMMARY-AMOUNT-LINE
        AFTER ADVANCING 1 LINE.
    PERFORM 9100-PRINT-BANK-FIGURES
        THRU 9100-EXIT.
    MOVE ZERO TO RETURN-CODE.
    IF LB-ITEMS-EXCEPTED > ZERO
       OR LB-BAD-RECORD-COUNT > ZERO
       OR LB-ITEMS-IMPORTED = ZERO
       OR NOT BANK-TRAILER-WAS-READ
       OR BANK-FIGURES-DISAGREE
        MOVE 4 TO RETURN-CODE
    END-IF.
    CLOSE LOCKBOX-FILE.
    CLOSE TRAN-OUT-FILE.
    CLOSE PRINT-FILE.
9000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 9100-PRINT-BANK-FIGURES - the bank's own count and deposit
*> total, the control figure the trailer carries, and a warning
*> for every reason the batch will not prove in the daily run.
*> ----------------------------------------------------------------
9100-PRINT-BANK-FIGURES.
    IF LB-ITEMS-IMPORTED = ZERO
        MOVE "*** NO ITEMS IMPORTED - NO BATCH WRITTEN ***"
            TO MSG-TEXT
        WRITE PRINT-LINE FROM LB-MESSAGE-LINE
            AFTER ADVANCING 2 LINES
    END-IF.
    IF NOT BANK-TRAILER-WAS-READ
        MOVE "*** NO USABLE BANK TRAILER - BATCH WILL NOT PROVE ***"
            TO MSG-TEXT
        WRITE PRINT-LINE FROM LB-MESSAGE-LINE
            AFTER ADVANCING 2 LINES
        GO TO 9100-EXIT
    END-IF.
    MOVE "BANK ITEM COUNT:" TO SMC-LABEL.
    MOVE LB-BANK-ITEM-COUNT TO SMC-COUNT.
    WRITE PRINT-LINE FROM LB-SUMMARY-COUNT-LINE
        AFTER ADVANCING 2 LINES.
    MOVE "BANK DEPOSIT TOTAL:" TO SMA-LABEL.
    MOVE LB-DEPOSIT-TOTAL TO SMA-AMOUNT.
    WRITE PRINT-LINE FROM LB-SUMMARY-AMOUNT-LINE
        AFTER ADVANCING 1 LINE.
    MOVE "  LESS EXCEPTIONS:" TO SMA-LABEL.
    MOVE LB-EXCEPTION-TOTAL TO SMA-AMOUNT.
    WRITE PRINT-LINE FROM LB-SUMMARY-AMOUNT-LINE
        AFTER ADVANCING 1 LINE.
    MOVE "TRAILER CONTROL FIGURE:" TO SMA-LABEL.
    COMPUTE SMA-AMOUNT = LB-DEPOSIT-TOTAL - LB-EXCEPTION-TOTAL.
    WRITE PRINT-LINE FROM LB-SUMMARY-AMOUNT-LINE
        AFTER ADVANCING 1 LINE.
    IF BANK-FIGURES-DISAGREE
        MOVE "*** BANK FIGURES DISAGREE WITH ITEMS SENT - BATCH WILL NOT PROVE ***"
            TO MSG-TEXT
        WRITE PRINT-LINE FROM LB-MESSAGE-LINE
            AFTER ADVANCING 2 LINES
    END-IF.
    IF LB-UNREADABLE-COUNT > ZERO
        MOVE "*** UNREADABLE EXCEPTION AMOUNT - BATCH WILL NOT PROVE ***"
            TO MSG-TEXT
        WRITE PRINT-LINE FROM LB-MESSAGE-LINE
            AFTER ADVANCING 2 LINES
    END-IF.
9100-EXIT.
    EXIT.
