       >>SOURCE FORMAT FREE
*> ================================================================
*> AuditVerify
*> Integrity verification run over the AddThreeNumbers audit trail.
*> Every program that writes the trail stamps each record with a
*> running check value folded from the record before it
*> (AUDIT-CHAIN-VALUE), and each totalled transaction with its
*> entry number within its batch's run (AUDIT-BATCH-ENTRY-NO). This
*> run walks the archive generations and the live trail in the
*> order they were written - one continuous chain - and reports:
*>   - every record whose check value is not the one the record
*>     before it leads to (a record edited, removed, or added by
*>     hand breaks the chain at that point);
*>   - every gap or repeat in a batch run's entry numbers;
*>   - every batch run whose audit records do not total to the
*>     control total its run-history record (RUNHIST) carries, and
*>     every run-history total with no audit records behind it.
*> A batch run with audit records but no run-history record (a
*> refused duplicate, or a run that never finished) is listed as
*> a warning: the daily run writes no history for either. So is a
*> chain that begins again from zero, which is what the next
*> writer does after an archive run left the live trail empty.
*>
*> The first record walked is checked against a chain started from
*> zero, which is how the trail began; if it does not agree, its
*> predecessor is on a generation not walked and the record is
*> taken as the chain's anchor, which the report says. Records
*> at the head of the walk that carry no check value at all were
*> written before the trail was chained; they are counted and
*> passed over, and the chain starts at the first record that
*> carries one.
*>
*> RETURN-CODE: 0 the trail verified, 4 warnings only, 12 the
*> trail failed verification, 16 a file failed to open or the
*> trail holds more batch runs than the run table.
*>
*> Modification history:
*>   - Written so the auditors can be shown that the trail they
*>     sample is the trail the programs wrote.
*> ================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. AuditVerify.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AUDIT-FILE ASSIGN TO AUDITIN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AV-AUDIT-STATUS.

    SELECT RUNHIST-FILE ASSIGN TO RUNHIST
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AV-RUNH-STATUS.

    SELECT PRINT-FILE ASSIGN TO RPTOUT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AV-PRINT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  AUDIT-FILE
    LABEL RECORDS ARE OMITTED.
    COPY AUDITREC.

FD  RUNHIST-FILE
    LABEL RECORDS ARE OMITTED.
    COPY RUNHREC.

FD  PRINT-FILE
    LABEL RECORDS ARE OMITTED.
01  PRINT-LINE                      PIC X(132).

WORKING-STORAGE SECTION.
01  AV-SWITCHES.
    05  AV-AUDIT-EOF-SWITCH         PIC X(01) VALUE 'N'.
        88  END-OF-AUDIT-FILE               VALUE 'Y'.
    05  AV-RUNH-EOF-SWITCH          PIC X(01) VALUE 'N'.
        88  END-OF-RUNH-FILE                VALUE 'Y'.
    05  AV-ORIGIN-SWITCH            PIC X(01) VALUE 'N'.
        88  CHAIN-VERIFIED-FROM-ORIGIN      VALUE 'Y'.
    05  AV-CHAIN-START-SWITCH       PIC X(01) VALUE 'N'.
        88  CHAIN-HAS-STARTED               VALUE 'Y'.

01  AV-AUDIT-STATUS                 PIC X(02) VALUE SPACES.
01  AV-RUNH-STATUS                  PIC X(02) VALUE SPACES.
01  AV-PRINT-STATUS                 PIC X(02) VALUE SPACES.

01  AV-RUN-DATE-FIELDS.
    05  AV-RUN-DATE-YYYYMMDD        PIC 9(8).
    05  AV-RUN-DATE-X REDEFINES AV-RUN-DATE-YYYYMMDD.
        10  AV-RUN-YYYY             PIC 9(4).
        10  AV-RUN-MM               PIC 9(2).
        10  AV-RUN-DD               PIC 9(2).
01  AV-RUN-DATE-DISPLAY             PIC X(10).

*> Audit trail chaining. AV-PRIOR-VALUE is the check value on the
*> record before the one being verified; the record's bytes fold
*> into AV-CHAIN-VALUE from it (2210) exactly as the writing
*> programs fold them. A byte is folded by its code point, which
*> the binary halfword over AV-CHAIN-BYTE-AREA reads out.
01  AV-PRIOR-VALUE                  PIC 9(09) VALUE 0.
01  AV-CHAIN-VALUE                  PIC 9(09) VALUE 0.
01  AV-EXPECTED-VALUE               PIC 9(09) VALUE 0.
01  AV-CHAIN-SUB                    PIC 9(03) COMP VALUE 0.
01  AV-CHAIN-PRODUCT                PIC 9(11) VALUE 0.
01  AV-CHAIN-QUOTIENT               PIC 9(11) VALUE 0.
01  AV-CHAIN-BYTE-AREA.
    05  FILLER                      PIC X(01) VALUE LOW-VALUE.
    05  AV-CHAIN-BYTE               PIC X(01) VALUE LOW-VALUE.
01  AV-CHAIN-BYTE-VALUE REDEFINES AV-CHAIN-BYTE-AREA
                                    PIC 9(4) COMP.

*> A record's run date and time as one comparable stamp.
01  AV-STAMP-AREA.
    05  AV-STAMP-DATE               PIC 9(8).
    05  AV-STAMP-TIME               PIC 9(8).
01  AV-STAMP REDEFINES AV-STAMP-AREA
                                    PIC 9(16).
01  AV-FIRST-STAMP                  PIC 9(16) VALUE 0.
01  AV-LAST-STAMP                   PIC 9(16) VALUE 0.
01  AV-STAMP-DISPLAY-AREA.
    05  AV-STAMP-DISPLAY-DATE       PIC 9(8).
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  AV-STAMP-DISPLAY-TIME       PIC 9(8).

*> One entry per batch run found on the trail: a run opens at its
*> entry number 1 and collects every later entry of the same
*> batch in order. A restart that carries on a run after other
*> work reached the trail finds its run again by batch and next
*> entry number. AV-RUN-LAST-STAMP is the run date and time of
*> the run's last record, which its run-history record follows.
01  AV-MAX-RUNS                     PIC S9(5) COMP VALUE 20000.
01  AV-RUN-TABLE-AREA.
    05  AV-RUN-COUNT                PIC S9(5) COMP VALUE 0.
    05  AV-RUN-ENTRY OCCURS 20000 TIMES.
        10  AV-RUN-BATCH-ID         PIC X(08).
        10  AV-RUN-FIRST-RECORD     PIC 9(09).
        10  AV-RUN-LAST-STAMP       PIC 9(16).
        10  AV-RUN-LAST-ENTRY       PIC 9(06).
        10  AV-RUN-ENTRY-COUNT      PIC 9(06).
        10  AV-RUN-AUDIT-TOTAL      PIC S9(11)V99.
        10  AV-RUN-MATCHED-FLAG     PIC X(01).
            88  RUN-HISTORY-WAS-MATCHED     VALUE 'Y'.
01  AV-RUN-SUB                      PIC S9(5) COMP VALUE 0.
01  AV-CURRENT-RUN-SUB              PIC S9(5) COMP VALUE 0.
01  AV-FOUND-RUN-SUB                PIC S9(5) COMP VALUE 0.
01  AV-HIGH-RUN-SUB                 PIC S9(5) COMP VALUE 0.
01  AV-EXPECTED-ENTRY               PIC 9(06) VALUE 0.
01  AV-PRIOR-ENTRY                  PIC 9(06) VALUE 0.
01  AV-GAP-FROM-ENTRY               PIC 9(06) VALUE 0.
01  AV-GAP-TO-ENTRY                 PIC 9(06) VALUE 0.

01  AV-RECORD-NO                    PIC 9(09) VALUE 0.
01  AV-UNCHAINED-COUNT              PIC 9(09) VALUE 0.
01  AV-CHAIN-BREAK-COUNT            PIC 9(06) VALUE 0.
01  AV-RESTART-COUNT                PIC 9(06) VALUE 0.
01  AV-SEQUENCE-ERROR-COUNT         PIC 9(06) VALUE 0.
01  AV-TOTAL-ERROR-COUNT            PIC 9(06) VALUE 0.
01  AV-TOTAL-AGREED-COUNT           PIC 9(06) VALUE 0.
01  AV-NO-HISTORY-COUNT             PIC 9(06) VALUE 0.
01  AV-EXCEPTION-MESSAGE            PIC X(60) VALUE SPACES.
01  AV-RUN-MESSAGE                  PIC X(40) VALUE SPACES.

01  AV-HDR1-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(40)
        VALUE "AUDIT TRAIL VERIFICATION REPORT".
    05  FILLER                      PIC X(10) VALUE "RUN DATE:".
    05  HDR-RUN-DATE                PIC X(10).

01  AV-HDR2-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(40)
        VALUE "CHAIN AND SEQUENCE EXCEPTIONS".

01  AV-HDR3-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(13) VALUE "  RECORD NO".
    05  FILLER                      PIC X(10) VALUE "RUN DATE".
    05  FILLER                      PIC X(10) VALUE "RUN TIME".
    05  FILLER                      PIC X(10) VALUE "USER".
    05  FILLER                      PIC X(10) VALUE "BATCH".
    05  FILLER                      PIC X(08) VALUE "SEQ NO".
    05  FILLER                      PIC X(09) VALUE "EXCEPTION".

01  AV-EXCEPTION-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  EXC-RECORD-NO               PIC ZZZ,ZZZ,ZZ9.
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  EXC-RUN-DATE                PIC 9(8).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  EXC-RUN-TIME                PIC 9(8).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  EXC-USER-ID                 PIC X(08).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  EXC-BATCH-ID                PIC X(08).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  EXC-SEQUENCE-NO             PIC ZZZZZ9.
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  EXC-MESSAGE                 PIC X(60).

01  AV-NONE-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(10) VALUE "  NONE".

01  AV-HDR4-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(50)
        VALUE "BATCH RUN TOTALS AGAINST RUN HISTORY - EXCEPTIONS".

01  AV-HDR5-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(10) VALUE "BATCH".
    05  FILLER                      PIC X(13) VALUE "  1ST RECORD".
    05  FILLER                      PIC X(09) VALUE "ENTRIES".
    05  FILLER                      PIC X(21) VALUE "        AUDIT TOTAL".
    05  FILLER                      PIC X(21) VALUE "      HISTORY TOTAL".
    05  FILLER                      PIC X(10) VALUE "HIST DATE".
    05  FILLER                      PIC X(07) VALUE "NOTE".

01  AV-RUN-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  RUN-BATCH-ID                PIC X(08).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  RUN-FIRST-RECORD            PIC ZZZ,ZZZ,ZZ9 BLANK WHEN ZERO.
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  RUN-ENTRY-COUNT             PIC ZZZ,ZZ9.
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  RUN-AUDIT-TOTAL             PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  RUN-HISTORY-TOTAL           PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  RUN-HISTORY-DATE            PIC 9(8) BLANK WHEN ZERO.
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  RUN-MESSAGE                 PIC X(40).

01  AV-READ-COUNT-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(36)
                                     VALUE "AUDIT RECORDS READ:".
    05  TOT-READ-COUNT              PIC ZZZ,ZZZ,ZZ9.

01  AV-UNCHAINED-COUNT-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(36)
                                     VALUE "WRITTEN BEFORE CHAINING, PASSED:".
    05  TOT-UNCHAINED-COUNT         PIC ZZZ,ZZZ,ZZ9.

01  AV-FIRST-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(36)
                                     VALUE "FIRST CHAINED RECORD (DATE TIME):".
    05  TOT-FIRST-STAMP             PIC X(17).

01  AV-LAST-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(36)
                                     VALUE "LAST RECORD (DATE TIME):".
    05  TOT-LAST-STAMP              PIC X(17).

01  AV-ORIGIN-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(70) VALUE
        "CHAIN VERIFIED FROM ITS ORIGIN - THE FIRST RECORD CHAINS FROM ZERO".

01  AV-ANCHOR-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(78) VALUE
        "FIRST RECORD TAKEN AS THE CHAIN'S ANCHOR - ITS PREDECESSOR IS NOT IN THIS WALK".

01  AV-RUNS-COUNT-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(36)
                                     VALUE "BATCH RUNS ON THE TRAIL:".
    05  TOT-RUNS-COUNT              PIC ZZZ,ZZZ,ZZ9.

01  AV-AGREED-COUNT-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(36)
                                     VALUE "RUNS AGREEING WITH RUN HISTORY:".
    05  TOT-AGREED-COUNT            PIC ZZZ,ZZZ,ZZ9.

01  AV-BREAK-COUNT-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(36)
                                     VALUE "CHAIN BREAKS:".
    05  TOT-BREAK-COUNT             PIC ZZZ,ZZZ,ZZ9.

01  AV-RESTART-COUNT-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(36)
                                     VALUE "CHAIN RESTARTS (WARNING):".
    05  TOT-RESTART-COUNT           PIC ZZZ,ZZZ,ZZ9.

01  AV-SEQUENCE-COUNT-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(36)
                                     VALUE "SEQUENCE EXCEPTIONS:".
    05  TOT-SEQUENCE-COUNT          PIC ZZZ,ZZZ,ZZ9.

01  AV-TOTAL-COUNT-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(36)
                                     VALUE "TOTALS NOT AGREEING:".
    05  TOT-TOTAL-COUNT             PIC ZZZ,ZZZ,ZZ9.

01  AV-NO-HISTORY-COUNT-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(36)
                                     VALUE "RUNS WITHOUT RUN HISTORY (WARNING):".
    05  TOT-NO-HISTORY-COUNT        PIC ZZZ,ZZZ,ZZ9.

01  AV-VERIFIED-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(60) VALUE
        "*** TRAIL VERIFIED - CHAIN, SEQUENCE AND TOTALS AGREE ***".

01  AV-FAILED-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(60) VALUE
        "*** TRAIL FAILED VERIFICATION - SEE EXCEPTIONS ABOVE ***".

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-INITIALIZE
        THRU 1000-EXIT.
    PERFORM 2000-VERIFY-AUDIT-RECORDS
        THRU 2000-EXIT
        UNTIL END-OF-AUDIT-FILE.
    PERFORM 4000-MATCH-RUN-HISTORY
        THRU 4000-EXIT.
    PERFORM 5000-LIST-RUNS-WITHOUT-HISTORY
        THRU 5000-EXIT.
    PERFORM 9000-FINALIZE
        THRU 9000-EXIT.
    STOP RUN.

*> ----------------------------------------------------------------
*> 1000-INITIALIZE - open the files, head the report, and prime the
*> audit read. The run history is opened here too, so a missing
*> RUNHIST stops the run before anything is reported as verified.
*> ----------------------------------------------------------------
1000-INITIALIZE.
    OPEN INPUT AUDIT-FILE.
    IF AV-AUDIT-STATUS NOT = "00"
        DISPLAY "AUDITVERIFY: UNABLE TO OPEN AUDITIN, FILE STATUS = "
            AV-AUDIT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT RUNHIST-FILE.
    IF AV-RUNH-STATUS NOT = "00"
        DISPLAY "AUDITVERIFY: UNABLE TO OPEN RUNHIST, FILE STATUS = "
            AV-RUNH-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT PRINT-FILE.
    ACCEPT AV-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
    STRING AV-RUN-MM   DELIMITED BY SIZE
           "/"         DELIMITED BY SIZE
           AV-RUN-DD   DELIMITED BY SIZE
           "/"         DELIMITED BY SIZE
           AV-RUN-YYYY DELIMITED BY SIZE
        INTO AV-RUN-DATE-DISPLAY
    END-STRING.
    MOVE AV-RUN-DATE-DISPLAY TO HDR-RUN-DATE.
    WRITE PRINT-LINE FROM AV-HDR1-LINE
        AFTER ADVANCING PAGE.
    WRITE PRINT-LINE FROM AV-HDR2-LINE
        AFTER ADVANCING 2 LINES.
    WRITE PRINT-LINE FROM AV-HDR3-LINE
        AFTER ADVANCING 1 LINE.
    PERFORM 2100-READ-AUDIT-RECORD
        THRU 2100-EXIT.
1000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2000-VERIFY-AUDIT-RECORDS - check one record's place in the
*> chain and, for a totalled transaction, its place in its batch
*> run. Decision and refusal records are chained like any other
*> but belong to no run. Records ahead of the first that carries
*> a check value predate the chaining and are passed over.
*> ----------------------------------------------------------------
2000-VERIFY-AUDIT-RECORDS.
    ADD 1 TO AV-RECORD-NO.
    IF NOT CHAIN-HAS-STARTED
       AND AUDIT-CHAIN-VALUE = SPACES
        ADD 1 TO AV-UNCHAINED-COUNT
        GO TO 2000-READ-NEXT
    END-IF.
    MOVE AUDIT-RUN-DATE TO AV-STAMP-DATE.
    MOVE AUDIT-RUN-TIME TO AV-STAMP-TIME.
    IF NOT CHAIN-HAS-STARTED
        MOVE AV-STAMP TO AV-FIRST-STAMP
    END-IF.
    MOVE AV-STAMP TO AV-LAST-STAMP.
    PERFORM 2200-CHECK-CHAIN
        THRU 2200-EXIT.
    IF AUDIT-ACTION = SPACE
        PERFORM 2300-CHECK-BATCH-ENTRY
            THRU 2300-EXIT
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
*> 2200-CHECK-CHAIN - fold the record from the check value on the
*> record before it and compare with the value it carries. After a
*> break the chain carries on from the value the record carries,
*> so one edited record is one exception, not every record after
*> it. The first chained record is checked against a chain from
*> zero; if it disagrees it is the anchor, not a break.
*> ----------------------------------------------------------------
2200-CHECK-CHAIN.
    IF AUDIT-CHAIN-VALUE IS NOT NUMERIC
        MOVE "NO CHECK VALUE ON THE RECORD" TO AV-EXCEPTION-MESSAGE
        PERFORM 3000-PRINT-EXCEPTION
            THRU 3000-EXIT
        ADD 1 TO AV-CHAIN-BREAK-COUNT
        MOVE ZERO TO AV-PRIOR-VALUE
        SET CHAIN-HAS-STARTED TO TRUE
        GO TO 2200-EXIT
    END-IF.
    MOVE AV-PRIOR-VALUE TO AV-CHAIN-VALUE.
    PERFORM 2210-FOLD-ONE-BYTE
        THRU 2210-EXIT
        VARYING AV-CHAIN-SUB FROM 1 BY 1
        UNTIL AV-CHAIN-SUB > 333.
    IF NOT CHAIN-HAS-STARTED
        SET CHAIN-HAS-STARTED TO TRUE
        IF AV-CHAIN-VALUE = AUDIT-CHAIN-VALUE
            SET CHAIN-VERIFIED-FROM-ORIGIN TO TRUE
        END-IF
    ELSE
        IF AV-CHAIN-VALUE NOT = AUDIT-CHAIN-VALUE
            PERFORM 2220-REPORT-CHAIN-BREAK
                THRU 2220-EXIT
        END-IF
    END-IF.
    MOVE AUDIT-CHAIN-VALUE TO AV-PRIOR-VALUE.
2200-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2210-FOLD-ONE-BYTE - fold one byte of the record into the
*> running check value: by code point and position, modulo a
*> prime, over the 333 bytes ahead of the check value - the same
*> fold every program that writes the trail makes.
*> ----------------------------------------------------------------
2210-FOLD-ONE-BYTE.
    MOVE AUDIT-RECORD (AV-CHAIN-SUB:1) TO AV-CHAIN-BYTE.
    COMPUTE AV-CHAIN-PRODUCT = AV-CHAIN-VALUE * 31
        + AV-CHAIN-BYTE-VALUE + AV-CHAIN-SUB.
    DIVIDE AV-CHAIN-PRODUCT BY 999999937
        GIVING AV-CHAIN-QUOTIENT
        REMAINDER AV-CHAIN-VALUE.
2210-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2220-REPORT-CHAIN-BREAK - the record does not follow from the
*> one before it. When an archive run moved every record off the
*> live trail, the next program to write found it empty and began
*> the chain again from zero; a record that folds from zero is
*> that restart and is listed as a warning. Anything else is a
*> break.
*> ----------------------------------------------------------------
2220-REPORT-CHAIN-BREAK.
    MOVE AV-CHAIN-VALUE TO AV-EXPECTED-VALUE.
    MOVE ZERO TO AV-CHAIN-VALUE.
    PERFORM 2210-FOLD-ONE-BYTE
        THRU 2210-EXIT
        VARYING AV-CHAIN-SUB FROM 1 BY 1
        UNTIL AV-CHAIN-SUB > 333.
    IF AV-CHAIN-VALUE = AUDIT-CHAIN-VALUE
        MOVE "WARNING - CHAIN BEGINS AGAIN FROM ZERO (LIVE TRAIL EMPTIED)"
            TO AV-EXCEPTION-MESSAGE
        PERFORM 3000-PRINT-EXCEPTION
            THRU 3000-EXIT
        ADD 1 TO AV-RESTART-COUNT
        GO TO 2220-EXIT
    END-IF.
    MOVE SPACES TO AV-EXCEPTION-MESSAGE.
    STRING "CHAIN BREAK - CHECK VALUE " DELIMITED BY SIZE
           AUDIT-CHAIN-VALUE          DELIMITED BY SIZE
           ", EXPECTED "              DELIMITED BY SIZE
           AV-EXPECTED-VALUE          DELIMITED BY SIZE
        INTO AV-EXCEPTION-MESSAGE
    END-STRING.
    PERFORM 3000-PRINT-EXCEPTION
        THRU 3000-EXIT.
    ADD 1 TO AV-CHAIN-BREAK-COUNT.
2220-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2300-CHECK-BATCH-ENTRY - place one totalled transaction in its
*> batch run and check its entry number follows the run's last:
*> entry 1 opens a new run; any later entry carries on the run in
*> progress for its batch, or - after other work reached the
*> trail, as a restart's would - the run it follows on from. An
*> entry with no run to follow opens one, with the entries ahead
*> of it reported missing.
*> ----------------------------------------------------------------
2300-CHECK-BATCH-ENTRY.
    IF AUDIT-BATCH-ENTRY-NO IS NOT NUMERIC
       OR AUDIT-BATCH-ENTRY-NO = ZERO
        MOVE "TRANSACTION RECORD CARRIES NO ENTRY NUMBER"
            TO AV-EXCEPTION-MESSAGE
        PERFORM 3000-PRINT-EXCEPTION
            THRU 3000-EXIT
        ADD 1 TO AV-SEQUENCE-ERROR-COUNT
        GO TO 2300-EXIT
    END-IF.
    MOVE ZERO TO AV-FOUND-RUN-SUB.
    IF AUDIT-BATCH-ENTRY-NO NOT = 1
       AND AV-CURRENT-RUN-SUB > ZERO
        IF AV-RUN-BATCH-ID (AV-CURRENT-RUN-SUB) = AUDIT-BATCH-ID
            MOVE AV-CURRENT-RUN-SUB TO AV-FOUND-RUN-SUB
        END-IF
    END-IF.
    IF AUDIT-BATCH-ENTRY-NO NOT = 1
       AND AV-FOUND-RUN-SUB = ZERO
        PERFORM 2400-FIND-RESUMED-RUN
            THRU 2400-EXIT
    END-IF.
    IF AV-FOUND-RUN-SUB = ZERO
        PERFORM 2500-OPEN-BATCH-RUN
            THRU 2500-EXIT
    END-IF.
    MOVE AV-FOUND-RUN-SUB TO AV-CURRENT-RUN-SUB.
    COMPUTE AV-EXPECTED-ENTRY =
        AV-RUN-LAST-ENTRY (AV-CURRENT-RUN-SUB) + 1.
    IF AUDIT-BATCH-ENTRY-NO > AV-EXPECTED-ENTRY
        MOVE AV-EXPECTED-ENTRY TO AV-GAP-FROM-ENTRY
        COMPUTE AV-GAP-TO-ENTRY = AUDIT-BATCH-ENTRY-NO - 1
        MOVE SPACES TO AV-EXCEPTION-MESSAGE
        STRING "ENTRIES "                   DELIMITED BY SIZE
               AV-GAP-FROM-ENTRY            DELIMITED BY SIZE
               " THRU "                     DELIMITED BY SIZE
               AV-GAP-TO-ENTRY              DELIMITED BY SIZE
               " OF THE BATCH RUN ARE MISSING"
                                            DELIMITED BY SIZE
            INTO AV-EXCEPTION-MESSAGE
        END-STRING
        PERFORM 3000-PRINT-EXCEPTION
            THRU 3000-EXIT
        ADD 1 TO AV-SEQUENCE-ERROR-COUNT
    END-IF.
    IF AUDIT-BATCH-ENTRY-NO < AV-EXPECTED-ENTRY
        MOVE AV-RUN-LAST-ENTRY (AV-CURRENT-RUN-SUB)
            TO AV-PRIOR-ENTRY
        MOVE SPACES TO AV-EXCEPTION-MESSAGE
        STRING "ENTRY "                     DELIMITED BY SIZE
               AUDIT-BATCH-ENTRY-NO         DELIMITED BY SIZE
               " REPEATS OR RUNS BACK - AFTER ENTRY "
                                            DELIMITED BY SIZE
               AV-PRIOR-ENTRY               DELIMITED BY SIZE
            INTO AV-EXCEPTION-MESSAGE
        END-STRING
        PERFORM 3000-PRINT-EXCEPTION
            THRU 3000-EXIT
        ADD 1 TO AV-SEQUENCE-ERROR-COUNT
    END-IF.
    IF AUDIT-BATCH-ENTRY-NO > AV-RUN-LAST-ENTRY (AV-CURRENT-RUN-SUB)
        MOVE AUDIT-BATCH-ENTRY-NO
            TO AV-RUN-LAST-ENTRY (AV-CURRENT-RUN-SUB)
    END-IF.
    ADD 1 TO AV-RUN-ENTRY-COUNT (AV-CURRENT-RUN-SUB).
    ADD AUDIT-BASE-RESULT TO AV-RUN-AUDIT-TOTAL (AV-CURRENT-RUN-SUB).
    MOVE AV-STAMP TO AV-RUN-LAST-STAMP (AV-CURRENT-RUN-SUB).
2300-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2400-FIND-RESUMED-RUN - look back through the runs already
*> tabled for this batch's run whose last entry is the one just
*> before this record's.
*> ----------------------------------------------------------------
2400-FIND-RESUMED-RUN.
    COMPUTE AV-PRIOR-ENTRY = AUDIT-BATCH-ENTRY-NO - 1.
    PERFORM 2410-TEST-ONE-RUN
        THRU 2410-EXIT
        VARYING AV-RUN-SUB FROM AV-RUN-COUNT BY -1
        UNTIL AV-RUN-SUB < 1
           OR AV-FOUND-RUN-SUB > ZERO.
2400-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2410-TEST-ONE-RUN - compare one tabled run against the batch and
*> entry being followed on from.
*> ----------------------------------------------------------------
2410-TEST-ONE-RUN.
    IF AV-RUN-BATCH-ID (AV-RUN-SUB) = AUDIT-BATCH-ID
       AND AV-RUN-LAST-ENTRY (AV-RUN-SUB) = AV-PRIOR-ENTRY
        MOVE AV-RUN-SUB TO AV-FOUND-RUN-SUB
    END-IF.
2410-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2500-OPEN-BATCH-RUN - table a new batch run starting at this
*> record. A trail with more runs than the table holds stops the
*> run: verify fewer archive generations at a time.
*> ----------------------------------------------------------------
2500-OPEN-BATCH-RUN.
    IF AV-RUN-COUNT >= AV-MAX-RUNS
        DISPLAY "AUDITVERIFY: MORE THAN " AV-MAX-RUNS
            " BATCH RUNS ON THE TRAIL - VERIFY FEWER GENERATIONS"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO AV-RUN-COUNT.
    MOVE AUDIT-BATCH-ID TO AV-RUN-BATCH-ID (AV-RUN-COUNT).
    MOVE AV-RECORD-NO TO AV-RUN-FIRST-RECORD (AV-RUN-COUNT).
    MOVE AV-STAMP TO AV-RUN-LAST-STAMP (AV-RUN-COUNT).
    MOVE ZERO TO AV-RUN-LAST-ENTRY (AV-RUN-COUNT).
    MOVE ZERO TO AV-RUN-ENTRY-COUNT (AV-RUN-COUNT).
    MOVE ZERO TO AV-RUN-AUDIT-TOTAL (AV-RUN-COUNT).
    MOVE 'N' TO AV-RUN-MATCHED-FLAG (AV-RUN-COUNT).
    MOVE AV-RUN-COUNT TO AV-FOUND-RUN-SUB.
2500-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3000-PRINT-EXCEPTION - one chain or sequence exception, with the
*> record's place in the walk and its identifying fields.
*> ----------------------------------------------------------------
3000-PRINT-EXCEPTION.
    MOVE AV-RECORD-NO TO EXC-RECORD-NO.
    MOVE AUDIT-RUN-DATE TO EXC-RUN-DATE.
    MOVE AUDIT-RUN-TIME TO EXC-RUN-TIME.
    MOVE AUDIT-USER-ID TO EXC-USER-ID.
    MOVE AUDIT-BATCH-ID TO EXC-BATCH-ID.
    MOVE AUDIT-SEQUENCE-NO TO EXC-SEQUENCE-NO.
    MOVE AV-EXCEPTION-MESSAGE TO EXC-MESSAGE.
    WRITE PRINT-LINE FROM AV-EXCEPTION-LINE
        AFTER ADVANCING 1 LINE.
3000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 4000-MATCH-RUN-HISTORY - hold each run-history record written
*> since the first record walked against the batch run it closed:
*> the latest run of the same batch whose last record came before
*> it. Only the exceptions print.
*> ----------------------------------------------------------------
4000-MATCH-RUN-HISTORY.
    IF AV-CHAIN-BREAK-COUNT = ZERO
       AND AV-RESTART-COUNT = ZERO
       AND AV-SEQUENCE-ERROR-COUNT = ZERO
        WRITE PRINT-LINE FROM AV-NONE-LINE
            AFTER ADVANCING 1 LINE
    END-IF.
    WRITE PRINT-LINE FROM AV-HDR4-LINE
        AFTER ADVANCING 3 LINES.
    WRITE PRINT-LINE FROM AV-HDR5-LINE
        AFTER ADVANCING 1 LINE.
    IF NOT CHAIN-HAS-STARTED
        GO TO 4000-EXIT
    END-IF.
    MOVE ZERO TO AV-HIGH-RUN-SUB.
    PERFORM 4100-MATCH-ONE-HISTORY
        THRU 4100-EXIT
        UNTIL END-OF-RUNH-FILE.
4000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 4100-MATCH-ONE-HISTORY - match one run-history record. The
*> history is in the order it was written, so the runs that ended
*> before it only grow; the search starts from the last of them
*> and works back. A history with no unmatched run to close
*> totalled work the trail does not hold, unless it totalled
*> nothing (a batch refused at its opening, or every record
*> rejected), which leaves no audit records by design.
*> ----------------------------------------------------------------
4100-MATCH-ONE-HISTORY.
    READ RUNHIST-FILE
        AT END
            SET END-OF-RUNH-FILE TO TRUE
            GO TO 4100-EXIT
    END-READ.
    IF RUNH-RUN-DATE IS NOT NUMERIC
       OR RUNH-RUN-TIME IS NOT NUMERIC
       OR RUNH-CONTROL-TOTAL IS NOT NUMERIC
        GO TO 4100-EXIT
    END-IF.
    MOVE RUNH-RUN-DATE TO AV-STAMP-DATE.
    MOVE RUNH-RUN-TIME TO AV-STAMP-TIME.
    IF AV-STAMP < AV-FIRST-STAMP
        GO TO 4100-EXIT
    END-IF.
    PERFORM 4110-ADVANCE-HIGH-RUN
        THRU 4110-EXIT
        UNTIL AV-HIGH-RUN-SUB >= AV-RUN-COUNT
           OR AV-RUN-LAST-STAMP (AV-HIGH-RUN-SUB + 1) > AV-STAMP.
    MOVE ZERO TO AV-FOUND-RUN-SUB.
    PERFORM 4120-TEST-ONE-RUN
        THRU 4120-EXIT
        VARYING AV-RUN-SUB FROM AV-HIGH-RUN-SUB BY -1
        UNTIL AV-RUN-SUB < 1
           OR AV-FOUND-RUN-SUB > ZERO.
    IF AV-FOUND-RUN-SUB > ZERO
        IF NOT RUN-HISTORY-WAS-MATCHED (AV-FOUND-RUN-SUB)
            SET RUN-HISTORY-WAS-MATCHED (AV-FOUND-RUN-SUB) TO TRUE
            IF AV-RUN-AUDIT-TOTAL (AV-FOUND-RUN-SUB)
                    = RUNH-CONTROL-TOTAL
                ADD 1 TO AV-TOTAL-AGREED-COUNT
            ELSE
                MOVE "AUDIT TOTAL DISAGREES WITH RUN HISTORY"
                    TO AV-RUN-MESSAGE
                PERFORM 4200-PRINT-RUN-LINE
                    THRU 4200-EXIT
                ADD 1 TO AV-TOTAL-ERROR-COUNT
            END-IF
            GO TO 4100-EXIT
        END-IF
    END-IF.
    IF RUNH-CONTROL-TOTAL NOT = ZERO
        MOVE ZERO TO AV-FOUND-RUN-SUB
        MOVE "RUN HISTORY WITH NO AUDIT RECORDS" TO AV-RUN-MESSAGE
        PERFORM 4200-PRINT-RUN-LINE
            THRU 4200-EXIT
        ADD 1 TO AV-TOTAL-ERROR-COUNT
    END-IF.
4100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 4110-ADVANCE-HIGH-RUN - take in the next run that ended before
*> the run-history record being matched.
*> ----------------------------------------------------------------
4110-ADVANCE-HIGH-RUN.
    ADD 1 TO AV-HIGH-RUN-SUB.
4110-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 4120-TEST-ONE-RUN - compare one tabled run against the
*> run-history record's batch and time.
*> ----------------------------------------------------------------
4120-TEST-ONE-RUN.
    IF AV-RUN-BATCH-ID (AV-RUN-SUB) = RUNH-BATCH-ID
       AND AV-RUN-LAST-STAMP (AV-RUN-SUB) NOT > AV-STAMP
        MOVE AV-RUN-SUB TO AV-FOUND-RUN-SUB
    END-IF.
4120-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 4200-PRINT-RUN-LINE - one totals exception: the run matched (or
*> none, when AV-FOUND-RUN-SUB is zero) against the run-history
*> record just read.
*> ----------------------------------------------------------------
4200-PRINT-RUN-LINE.
    MOVE RUNH-BATCH-ID TO RUN-BATCH-ID.
    IF AV-FOUND-RUN-SUB > ZERO
        MOVE AV-RUN-FIRST-RECORD (AV-FOUND-RUN-SUB)
            TO RUN-FIRST-RECORD
        MOVE AV-RUN-ENTRY-COUNT (AV-FOUND-RUN-SUB) TO RUN-ENTRY-COUNT
        MOVE AV-RUN-AUDIT-TOTAL (AV-FOUND-RUN-SUB) TO RUN-AUDIT-TOTAL
    ELSE
        MOVE ZERO TO RUN-FIRST-RECORD
        MOVE ZERO TO RUN-ENTRY-COUNT
        MOVE ZERO TO RUN-AUDIT-TOTAL
    END-IF.
    MOVE RUNH-CONTROL-TOTAL TO RUN-HISTORY-TOTAL.
    MOVE RUNH-RUN-DATE TO RUN-HISTORY-DATE.
    MOVE AV-RUN-MESSAGE TO RUN-MESSAGE.
    WRITE PRINT-LINE FROM AV-RUN-LINE
        AFTER ADVANCING 1 LINE.
4200-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 5000-LIST-RUNS-WITHOUT-HISTORY - list the batch runs no
*> run-history record closed, as warnings: the daily run writes no
*> history for a refused duplicate or a run that never finished.
*> ----------------------------------------------------------------
5000-LIST-RUNS-WITHOUT-HISTORY.
    PERFORM 5100-CHECK-ONE-RUN
        THRU 5100-EXIT
        VARYING AV-RUN-SUB FROM 1 BY 1
        UNTIL AV-RUN-SUB > AV-RUN-COUNT.
    IF AV-TOTAL-ERROR-COUNT = ZERO
       AND AV-NO-HISTORY-COUNT = ZERO
        WRITE PRINT-LINE FROM AV-NONE-LINE
            AFTER ADVANCING 1 LINE
    END-IF.
5000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 5100-CHECK-ONE-RUN - list one run if no history matched it.
*> ----------------------------------------------------------------
5100-CHECK-ONE-RUN.
    IF RUN-HISTORY-WAS-MATCHED (AV-RUN-SUB)
        GO TO 5100-EXIT
    END-IF.
    MOVE AV-RUN-BATCH-ID (AV-RUN-SUB) TO RUN-BATCH-ID.
    MOVE AV-RUN-FIRST-RECORD (AV-RUN-SUB) TO RUN-FIRST-RECORD.
    MOVE AV-RUN-ENTRY-COUNT (AV-RUN-SUB) TO RUN-ENTRY-COUNT.
    MOVE AV-RUN-AUDIT-TOTAL (AV-RUN-SUB) TO RUN-AUDIT-TOTAL.
    MOVE ZERO TO RUN-HISTORY-TOTAL.
    MOVE ZERO TO RUN-HISTORY-DATE.
    MOVE "WARNING - NO RUN HISTORY FOR THIS RUN" TO RUN-MESSAGE.
    WRITE PRINT-LINE FROM AV-RUN-LINE
        AFTER ADVANCING 1 LINE.
    ADD 1 TO AV-NO-HISTORY-COUNT.
5100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 9000-FINALIZE - print the verification summary and its result,
*> set the return code, and close the files.
*> ----------------------------------------------------------------
9000-FINALIZE.
    MOVE AV-RECORD-NO TO TOT-READ-COUNT.
    WRITE PRINT-LINE FROM AV-READ-COUNT-LINE
        AFTER ADVANCING 3 LINES.
    IF AV-UNCHAINED-COUNT > ZERO
        MOVE AV-UNCHAINED-COUNT TO TOT-UNCHAINED-COUNT
        WRITE PRINT-LINE FROM AV-UNCHAINED-COUNT-LINE
            AFTER ADVANCING 1 LINE
    END-IF.
    IF CHAIN-HAS-STARTED
        MOVE AV-FIRST-STAMP TO AV-STAMP
        MOVE AV-STAMP-DATE TO AV-STAMP-DISPLAY-DATE
        MOVE AV-STAMP-TIME TO AV-STAMP-DISPLAY-TIME
        MOVE AV-STAMP-DISPLAY-AREA TO TOT-FIRST-STAMP
        WRITE PRINT-LINE FROM AV-FIRST-LINE
            AFTER ADVANCING 1 LINE
        MOVE AV-LAST-STAMP TO AV-STAMP
        MOVE AV-STAMP-DATE TO AV-STAMP-DISPLAY-DATE
        MOVE AV-STAMP-TIME TO AV-STAMP-DISPLAY-TIME
        MOVE AV-STAMP-DISPLAY-AREA TO TOT-LAST-STAMP
        WRITE PRINT-LINE FROM AV-LAST-LINE
            AFTER ADVANCING 1 LINE
        IF CHAIN-VERIFIED-FROM-ORIGIN
            WRITE PRINT-LINE FROM AV-ORIGIN-LINE
                AFTER ADVANCING 1 LINE
        ELSE
            WRITE PRINT-LINE FROM AV-ANCHOR-LINE
                AFTER ADVANCING 1 LINE
        END-IF
    END-IF.
    MOVE AV-RUN-COUNT TO TOT-RUNS-COUNT.
    WRITE PRINT-LINE FROM AV-RUNS-COUNT-LINE
        AFTER ADVANCING 2 LINES.
    MOVE AV-TOTAL-AGREED-COUNT TO TOT-AGREED-COUNT.
    WRITE PRINT-LINE FROM AV-AGREED-COUNT-LINE
        AFTER ADVANCING 1 LINE.
    MOVE AV-CHAIN-BREAK-COUNT TO TOT-BREAK-COUNT.
    WRITE PRINT-LINE FROM AV-BREAK-COUNT-LINE
        AFTER ADVANCING 1 LINE.
    MOVE AV-RESTART-COUNT TO TOT-RESTART-COUNT.
    WRITE PRINT-LINE FROM AV-RESTART-COUNT-LINE
        AFTER ADVANCING 1 LINE.
    MOVE AV-SEQUENCE-ERROR-COUNT TO TOT-SEQUENCE-COUNT.
    WRITE PRINT-LINE FROM AV-SEQUENCE-COUNT-LINE
        AFTER ADVANCING 1 LINE.
    MOVE AV-TOTAL-ERROR-COUNT TO TOT-TOTAL-COUNT.
    WRITE PRINT-LINE FROM AV-TOTAL-COUNT-LINE
        AFTER ADVANCING 1 LINE.
    MOVE AV-NO-HISTORY-COUNT TO TOT-NO-HISTORY-COUNT.
    WRITE PRINT-LINE FROM AV-NO-HISTORY-COUNT-LINE
        AFTER ADVANCING 1 LINE.
    MOVE ZERO TO RETURN-CODE.
    IF AV-NO-HISTORY-COUNT > ZERO
       OR AV-RESTART-COUNT > ZERO
        MOVE 4 TO RETURN-CODE
    END-IF.
    IF AV-CHAIN-BREAK-COUNT > ZERO
       OR AV-SEQUENCE-ERROR-COUNT > ZERO
       OR AV-TOTAL-ERROR-COUNT > ZERO
        MOVE 12 TO RETURN-CODE
        WRITE PRINT-LINE FROM AV-FAILED-LINE
            AFTER ADVANCING 2 LINES
    ELSE
        WRITE PRINT-LINE FROM AV-VERIFIED-LINE
            AFTER ADVANCING 2 LINES
    END-IF.
    CLOSE AUDIT-FILE.
    CLOSE RUNHIST-FILE.
    CLOSE PRINT-FILE.
9000-EXIT.
    EXIT.
