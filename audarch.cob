*>   CUTOFF-DATE=YYYYMMDD   records with a run date before this
*>                          move to the archive
*>
*> Before anything is split the live trail's check values are
*> walked from its first record to its last (AUDIT-CHAIN-VALUE,
*> see AUDITREC). A trail that fails - a record edited, removed,
*> or added since it was written - is not archived: the archive
*> and new live files are left empty, the live trail is left as
*> it is, and the run ends RC 12 for the trail to be investigated
*> (the AuditVerify run lists every break). Records at the head of
*> the trail that carry no check value predate the chaining and
*> archive as they are.
*>
*> Modification history:
*>   - Written so trimming the live audit trail is a scheduled job
*>     with a printed accounting, not an ad hoc dataset edit.
*>   - Output records widened to the 342-byte AUDITREC, and the
*>     trail's chain is checked before the split: a trail that
*>     fails is refused, RC 12, rather than archived.
*> ================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. AuditArchive.
    LABEL RECORDS ARE OMITTED.
    COPY AUDITREC.

*> Both output sides carry the AUDITREC layout byte for byte (342
*> bytes); they keep their own 01s here because the copybook
*> already describes the input side.
FD  ARCHIVE-FILE
    LABEL RECORDS ARE OMITTED.
01  AR-ARCHIVE-RECORD               PIC X(342).

FD  NEW-AUDIT-FILE
    LABEL RECORDS ARE OMITTED.
01  AR-NEW-AUDIT-RECORD             PIC X(342).

FD  PARM-FILE
    LABEL RECORDS ARE OMITTED.
        88  END-OF-PARM-FILE                VALUE 'Y'.
    05  AR-CUTOFF-SWITCH            PIC X(01) VALUE 'N'.
        88  CUTOFF-WAS-SUPPLIED             VALUE 'Y'.
    05  AR-CHAIN-START-SWITCH       PIC X(01) VALUE 'N'.
        88  CHAIN-HAS-STARTED               VALUE 'Y'.

01  AR-AUDIT-STATUS                 PIC X(02) VALUE SPACES.
01  AR-ARCH-STATUS                  PIC X(02) VALUE SPACES.
01  AR-READ-COUNT                   PIC 9(8) VALUE 0.
01  AR-ARCHIVED-COUNT               PIC 9(8) VALUE 0.
01  AR-RETAINED-COUNT               PIC 9(8) VALUE 0.
01  AR-CHECKED-COUNT                PIC 9(8) VALUE 0.
01  AR-CHAIN-BREAK-COUNT            PIC 9(8) VALUE 0.
01  AR-FIRST-BREAK-RECORD           PIC 9(8) VALUE 0.

*> Audit trail chaining. AR-PRIOR-VALUE is the check value on the
*> record before the one being checked; the record's bytes fold
*> into AR-CHAIN-VALUE from it (1520) exactly as the writing
*> programs fold them. A byte is folded by its code point, which
*> the binary halfword over AR-CHAIN-BYTE-AREA reads out.
01  AR-PRIOR-VALUE                  PIC 9(09) VALUE 0.
01  AR-CHAIN-VALUE                  PIC 9(09) VALUE 0.
01  AR-CHAIN-SUB                    PIC 9(03) COMP VALUE 0.
01  AR-CHAIN-PRODUCT                PIC 9(11) VALUE 0.
01  AR-CHAIN-QUOTIENT               PIC 9(11) VALUE 0.
01  AR-CHAIN-BYTE-AREA.
    05  FILLER                      PIC X(01) VALUE LOW-VALUE.
    05  AR-CHAIN-BYTE               PIC X(01) VALUE LOW-VALUE.
01  AR-CHAIN-BYTE-VALUE REDEFINES AR-CHAIN-BYTE-AREA
                                    PIC 9(4) COMP.

01  AR-HDR1-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
                                     VALUE "RECORDS RETAINED:".
    05  TOT-RETAINED-COUNT          PIC ZZZ,ZZZ,ZZ9.

01  AR-CHECKED-COUNT-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(26)
                                     VALUE "CHAINED RECORDS CHECKED:".
    05  TOT-CHECKED-COUNT           PIC ZZZ,ZZZ,ZZ9.

01  AR-BREAK-COUNT-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(26)
                                     VALUE "CHAIN BREAKS:".
    05  TOT-BREAK-COUNT             PIC ZZZ,ZZZ,ZZ9.

01  AR-FIRST-BREAK-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(26)
                                     VALUE "FIRST BREAK AT RECORD:".
    05  TOT-FIRST-BREAK             PIC ZZZ,ZZZ,ZZ9.

01  AR-REFUSED-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(70) VALUE
        "*** ARCHIVE REFUSED - THE LIVE TRAIL FAILED ITS CHAIN CHECK ***".

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-INITIALIZE
    STOP RUN.

*> ----------------------------------------------------------------
*> 1000-INITIALIZE - read the required cutoff, check the trail's
*> chain, open the files, and prime the audit read. A missing
*> cutoff stops the run before anything is split: archiving on an
*> accidental default is how audit records get lost. A trail that
*> fails its chain check is refused once the outputs are open, so
*> the job stream still catalogs an (empty) archive generation.
*> ----------------------------------------------------------------
1000-INITIALIZE.
    PERFORM 1400-READ-PARAMETERS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 1500-VERIFY-CHAIN
        THRU 1500-EXIT.
    CLOSE AUDIT-FILE.
    MOVE 'N' TO AR-AUDIT-EOF-SWITCH.
    OPEN INPUT AUDIT-FILE.
    IF AR-AUDIT-STATUS NOT = "00"
        DISPLAY "AUDITARCHIVE: UNABLE TO REOPEN AUDITIN, FILE STATUS = "
            AR-AUDIT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT ARCHIVE-FILE.
    IF AR-ARCH-STATUS NOT = "00"
        DISPLAY "AUDITARCHIVE: UNABLE TO OPEN ARCHOUT, FILE STATUS = "
        STOP RUN
    END-IF.
    OPEN OUTPUT PRINT-FILE.
    IF AR-CHAIN-BREAK-COUNT > ZERO
        PERFORM 8000-REFUSE-ARCHIVE
            THRU 8000-EXIT
    END-IF.
    MOVE ZERO TO AR-READ-COUNT.
    PERFORM 2100-READ-AUDIT-RECORD
        THRU 2100-EXIT.
1000-EXIT.
1410-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1500-VERIFY-CHAIN - walk the live trail once, checking each
*> record's check value against the one the record before it
*> leads to.
*> ----------------------------------------------------------------
1500-VERIFY-CHAIN.
    PERFORM 2100-READ-AUDIT-RECORD
        THRU 2100-EXIT.
    PERFORM 1510-CHECK-ONE-RECORD
        THRU 1510-EXIT
        UNTIL END-OF-AUDIT-FILE.
1500-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1510-CHECK-ONE-RECORD - check one record's place in the chain.
*> The first record that carries a check value is the anchor: its
*> predecessor went to an earlier archive generation. Records ahead
*> of it with no check value predate the chaining.
*> ----------------------------------------------------------------
1510-CHECK-ONE-RECORD.
    ADD 1 TO AR-READ-COUNT.
    IF NOT CHAIN-HAS-STARTED
       AND AUDIT-CHAIN-VALUE = SPACES
        GO TO 1510-READ-NEXT
    END-IF.
    ADD 1 TO AR-CHECKED-COUNT.
    IF AUDIT-CHAIN-VALUE IS NOT NUMERIC
        PERFORM 1530-NOTE-CHAIN-BREAK
            THRU 1530-EXIT
        SET CHAIN-HAS-STARTED TO TRUE
        MOVE ZERO TO AR-PRIOR-VALUE
        GO TO 1510-READ-NEXT
    END-IF.
    IF CHAIN-HAS-STARTED
        MOVE AR-PRIOR-VALUE TO AR-CHAIN-VALUE
        PERFORM 1520-FOLD-ONE-BYTE
            THRU 1520-EXIT
            VARYING AR-CHAIN-SUB FROM 1 BY 1
            UNTIL AR-CHAIN-SUB > 333
        IF AR-CHAIN-VALUE NOT = AUDIT-CHAIN-VALUE
            PERFORM 1530-NOTE-CHAIN-BREAK
                THRU 1530-EXIT
        END-IF
    END-IF.
    SET CHAIN-HAS-STARTED TO TRUE.
    MOVE AUDIT-CHAIN-VALUE TO AR-PRIOR-VALUE.
1510-READ-NEXT.
    PERFORM 2100-READ-AUDIT-RECORD
        THRU 2100-EXIT.
1510-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1520-FOLD-ONE-BYTE - fold one byte of the record into the
*> running check value: by code point and position, modulo a
*> prime, over the 333 bytes ahead of the check value - the same
*> fold every program that writes the trail makes.
*> ----------------------------------------------------------------
1520-FOLD-ONE-BYTE.
    MOVE AUDIT-RECORD (AR-CHAIN-SUB:1) TO AR-CHAIN-BYTE.
    COMPUTE AR-CHAIN-PRODUCT = AR-CHAIN-VALUE * 31
        + AR-CHAIN-BYTE-VALUE + AR-CHAIN-SUB.
    DIVIDE AR-CHAIN-PRODUCT BY 999999937
        GIVING AR-CHAIN-QUOTIENT
        REMAINDER AR-CHAIN-VALUE.
1520-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1530-NOTE-CHAIN-BREAK - count a break and remember where the
*> first one fell.
*> ----------------------------------------------------------------
1530-NOTE-CHAIN-BREAK.
    ADD 1 TO AR-CHAIN-BREAK-COUNT.
    IF AR-FIRST-BREAK-RECORD = ZERO
        MOVE AR-READ-COUNT TO AR-FIRST-BREAK-RECORD
    END-IF.
1530-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2000-PROCESS-AUDIT-RECORDS - route one audit record: before the
*> cutoff to the archive, on or after it to the new live file.
    MOVE AR-RETAINED-COUNT TO TOT-RETAINED-COUNT.
    WRITE PRINT-LINE FROM AR-RETAINED-COUNT-LINE
        AFTER ADVANCING 1 LINE.
    MOVE AR-CHECKED-COUNT TO TOT-CHECKED-COUNT.
    WRITE PRINT-LINE FROM AR-CHECKED-COUNT-LINE
        AFTER ADVANCING 1 LINE.
    MOVE ZERO TO RETURN-CODE.
    CLOSE AUDIT-FILE.
    CLOSE ARCHIVE-FILE.
    CLOSE PRINT-FILE.
9000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 8000-REFUSE-ARCHIVE - the live trail failed its chain check:
*> print the refusal, close the outputs empty, and end the run
*> RC 12 with the live trail untouched.
*> ----------------------------------------------------------------
8000-REFUSE-ARCHIVE.
    WRITE PRINT-LINE FROM AR-HDR1-LINE
        AFTER ADVANCING PAGE.
    MOVE AR-CUTOFF-DATE TO CUT-CUTOFF-DATE.
    WRITE PRINT-LINE FROM AR-CUTOFF-LINE
        AFTER ADVANCING 2 LINES.
    MOVE AR-READ-COUNT TO TOT-READ-COUNT.
    WRITE PRINT-LINE FROM AR-READ-COUNT-LINE
        AFTER ADVANCING 2 LINES.
    MOVE AR-CHECKED-COUNT TO TOT-CHECKED-COUNT.
    WRITE PRINT-LINE FROM AR-CHECKED-COUNT-LINE
        AFTER ADVANCING 1 LINE.
    MOVE AR-CHAIN-BREAK-COUNT TO TOT-BREAK-COUNT.
    WRITE PRINT-LINE FROM AR-BREAK-COUNT-LINE
        AFTER ADVANCING 1 LINE.
    MOVE AR-FIRST-BREAK-RECORD TO TOT-FIRST-BREAK.
    WRITE PRINT-LINE FROM AR-FIRST-BREAK-LINE
        AFTER ADVANCING 1 LINE.
    WRITE PRINT-LINE FROM AR-REFUSED-LINE
        AFTER ADVANCING 2 LINES.
    DISPLAY "AUDITARCHIVE: LIVE TRAIL FAILED ITS CHAIN CHECK - "
        "NOT ARCHIVED".
    CLOSE AUDIT-FILE.
    CLOSE ARCHIVE-FILE.
    CLOSE NEW-AUDIT-FILE.
    CLOSE PRINT-FILE.
    MOVE 12 TO RETURN-CODE.
    STOP RUN.
8000-EXIT.
    EXIT.
