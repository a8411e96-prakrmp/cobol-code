*> Modification history:
*>   - Written so internal audit's questions against the ever-
*>     growing audit trail stop being answered by eye.
*>   - An authorization refusal (action U) prints on its own line
*>     with the function refused, the reason, and the refusing
*>     program, instead of as a transaction with no amounts.
*> ================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. AuditInquiry.
    05  FILLER                      PIC X(04) VALUE SPACES.
    05  DTL-RESULT                  PIC ZZZ,ZZZ,ZZ9.99- .

*> An authorization refusal carries no amounts; where they would
*> print goes what was refused, why, and by which program.
01  AQ-REFUSAL-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  RFL-RUN-DATE                PIC 9(8).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  RFL-RUN-TIME                PIC X(08).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  RFL-USER-ID                 PIC X(08).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  FILLER                      PIC X(17)
                                     VALUE "REFUSED FUNCTION".
    05  RFL-FUNCTION                PIC X(01).
    05  FILLER                      PIC X(03) VALUE " - ".
    05  RFL-REASON                  PIC X(30).
    05  FILLER                      PIC X(04) VALUE " BY ".
    05  RFL-PROGRAM                 PIC X(08).

01  AQ-READ-COUNT-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(26)

*> ----------------------------------------------------------------
*> 3000-PRINT-DETAIL-LINE - one selected audit record's line, with
*> the stored HHMMSSTT run time formatted as HH:MM:SS. An
*> authorization refusal prints on the refusal line instead.
*> ----------------------------------------------------------------
3000-PRINT-DETAIL-LINE.
    MOVE AUDIT-RUN-DATE TO DTL-RUN-DATE.
           AQ-TIME-SS DELIMITED BY SIZE
        INTO AQ-TIME-DISPLAY
    END-STRING.
    IF AUDIT-IS-AN-AUTH-REFUSAL
        MOVE AUDIT-RUN-DATE TO RFL-RUN-DATE
        MOVE AQ-TIME-DISPLAY TO RFL-RUN-TIME
        MOVE AUDIT-USER-ID TO RFL-USER-ID
        MOVE AUDIT-REFUSED-FUNCTION TO RFL-FUNCTION
        MOVE AUDIT-REFUSAL-REASON TO RFL-REASON
        MOVE AUDIT-REFUSING-PROGRAM TO RFL-PROGRAM
        WRITE PRINT-LINE FROM AQ-REFUSAL-LINE
            AFTER ADVANCING 1 LINE
        GO TO 3000-EXIT
    END-IF.
    MOVE AQ-TIME-DISPLAY TO DTL-RUN-TIME.
    MOVE AUDIT-USER-ID TO DTL-USER-ID.
    MOVE AUDIT-SEQUENCE-NO TO DTL-SEQUENCE-NO.
