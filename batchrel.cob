*>   X          refuse it (the work needs backing out)
*>   (blank)    leave it held for the next session
*>
*> The supervisor's id must be active on the operator master
*> (OPERMSTR) with the release function; an id that is not is
*> refused at the prompt and asked for again, and after three
*> refused ids the session is abandoned with every held batch
*> left held. A release keyed by the same user id that keyed the
*> batch - the user id on the batch's transaction records on the
*> live audit trail (AUDITIN) - is refused; that supervisor may
*> still refuse the batch or leave it held. Every refusal is
*> written to the audit trail as an authorization refusal.
*>
*> Modification history:
*>   - Written to close the audit finding that any clerk who
*>     could key a batch could post it; the daily run holds
*>     batches at the RELEASE-THRESHOLD and this program is the
*>     second pair of eyes.
*>   - The supervisor must hold the release function on the
*>     operator master, and may not release a batch keyed under
*>     the supervisor's own user id; both refusals are written
*>     to the audit trail. A session that cannot produce an
*>     authorized supervisor leaves every batch held, RC 12.
*>   - Chained the decision and refusal records into the audit
*>     trail's running check value, picked up from the last
*>     record on the trail while the batch keyers are read.
*> ================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. BatchRelease.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BR-PRINT-STATUS.

    SELECT OPER-FILE ASSIGN TO OPERMSTR
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BR-OPER-STATUS.

    SELECT KEYER-FILE ASSIGN TO AUDITIN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BR-KEYER-STATUS.

DATA DIVISION.
FILE SECTION.
FD  HOLD-FILE
    LABEL RECORDS ARE OMITTED.
01  PRINT-LINE                      PIC X(132).

FD  OPER-FILE
    LABEL RECORDS ARE OMITTED.
    COPY OPERREC.

*> The live trail read for batch keyers carries the AUDITREC
*> layout byte for byte (342 bytes); it keeps its own 01 here,
*> naming only the fields the keyer lookup and the chain need,
*> because the copybook already describes the output side.
FD  KEYER-FILE
    LABEL RECORDS ARE OMITTED.
01  BR-KEYER-RECORD.
    05  FILLER                      PIC X(16).
    05  BR-KEYER-AUDIT-USER         PIC X(08).
    05  FILLER                      PIC X(04).
    05  BR-KEYER-AUDIT-SEQUENCE     PIC 9(06).
    05  FILLER                      PIC X(254).
    05  BR-KEYER-AUDIT-BATCH        PIC X(08).
    05  FILLER                      PIC X(06).
    05  BR-KEYER-AUDIT-ACTION       PIC X(01).
    05  FILLER                      PIC X(30).
    05  BR-KEYER-AUDIT-CHAIN        PIC 9(09).

WORKING-STORAGE SECTION.
01  BR-SWITCHES.
    05  BR-HOLD-EOF-SWITCH          PIC X(01) VALUE 'N'.
        88  END-OF-HOLD-FILE                VALUE 'Y'.
    05  BR-GROUP-OPEN-SWITCH        PIC X(01) VALUE 'N'.
        88  A-BATCH-IS-OPEN                 VALUE 'Y'.
    05  BR-KEYER-EOF-SWITCH         PIC X(01) VALUE 'N'.
        88  END-OF-KEYER-FILE               VALUE 'Y'.
    05  BR-OPER-FOUND-SWITCH        PIC X(01) VALUE 'N'.
        88  OPERATOR-WAS-FOUND              VALUE 'Y'.
    05  BR-AUTHORIZED-SWITCH        PIC X(01) VALUE 'N'.
        88  SUPERVISOR-IS-AUTHORIZED        VALUE 'Y'.
    05  BR-SESSION-ABANDON-SWITCH   PIC X(01) VALUE 'N'.
        88  SESSION-IS-ABANDONED            VALUE 'Y'.
    05  BR-OWN-BATCH-SWITCH         PIC X(01) VALUE 'N'.
        88  SUPERVISOR-KEYED-BATCH          VALUE 'Y'.

01  BR-HOLD-STATUS                  PIC X(02) VALUE SPACES.
01  BR-GL-STATUS                    PIC X(02) VALUE SPACES.
01  BR-HELD-STATUS                  PIC X(02) VALUE SPACES.
01  BR-AUDIT-STATUS                 PIC X(02) VALUE SPACES.
01  BR-PRINT-STATUS                 PIC X(02) VALUE SPACES.
01  BR-OPER-STATUS                  PIC X(02) VALUE SPACES.
01  BR-KEYER-STATUS                 PIC X(02) VALUE SPACES.

01  BR-KEYED-ENTRY                  PIC X(50) VALUE SPACES.
01  BR-SUPERVISOR-ID                PIC X(08) VALUE SPACES.
01  BR-DECISION                     PIC X(01) VALUE SPACE.

*> Supervisor ids refused at the prompt; the third ends the
*> session, so a terminal left at the prompt cannot be worked
*> through the operator master by guessing.
01  BR-ID-REFUSAL-COUNT             PIC 9(2) COMP VALUE 0.
01  BR-ID-REFUSAL-LIMIT             PIC 9(2) COMP VALUE 3.
01  BR-REFUSAL-REASON               PIC X(30) VALUE SPACES.
01  BR-REFUSAL-BATCH                PIC X(08) VALUE SPACES.
01  BR-REFUSAL-PERIOD               PIC 9(6) VALUE 0.

*> Who keyed each batch on the live audit trail: one entry per
*> distinct batch id and user id met on its transaction records,
*> so a release by the batch's own keyer can be refused. A batch
*> not on the table (its trail already archived) has no keyer to
*> refuse against.
01  BR-KEYER-TABLE-AREA.
    05  BR-KEYER-COUNT              PIC 9(4) COMP VALUE 0.
    05  BR-MAX-KEYERS               PIC 9(4) COMP VALUE 5000.
    05  BR-KEYER-ENTRY OCCURS 5000 TIMES.
        10  BR-KEYER-BATCH-ID       PIC X(08).
        10  BR-KEYER-USER-ID        PIC X(08).
01  BR-KEYER-SUB                    PIC 9(4) COMP VALUE 0.
01  BR-SEARCH-BATCH                 PIC X(08) VALUE SPACES.
01  BR-SEARCH-USER                  PIC X(08) VALUE SPACES.

*> The held batch being decided: its records are buffered whole
*> so the supervisor sees the totals before anything is routed.
*> A held batch bigger than the buffer is a setup error worth
01  BR-RUN-DATE-DISPLAY             PIC X(10).
01  BR-RUN-TIME                     PIC 9(8) VALUE 0.

*> Audit trail chaining. BR-CHAIN-VALUE holds the check value on
*> the last record on the trail; each record written folds its
*> bytes into it (7200). A byte is folded by its code point, which
*> the binary halfword over BR-CHAIN-BYTE-AREA reads out.
01  BR-CHAIN-VALUE                  PIC 9(09) VALUE 0.
01  BR-CHAIN-SUB                    PIC 9(03) COMP VALUE 0.
01  BR-CHAIN-PRODUCT                PIC 9(11) VALUE 0.
01  BR-CHAIN-QUOTIENT               PIC 9(11) VALUE 0.
01  BR-CHAIN-BYTE-AREA.
    05  FILLER                      PIC X(01) VALUE LOW-VALUE.
    05  BR-CHAIN-BYTE               PIC X(01) VALUE LOW-VALUE.
01  BR-CHAIN-BYTE-VALUE REDEFINES BR-CHAIN-BYTE-AREA
                                    PIC 9(4) COMP.

01  BR-AMOUNT-DISPLAY               PIC ZZZ,ZZZ,ZZZ,ZZ9.99- .
01  BR-COUNT-DISPLAY                PIC ZZZ9.

                                     VALUE "BATCHES LEFT HELD:".
    05  TOT-LEFT-HELD-COUNT         PIC ZZZ9.

01  BR-ABANDONED-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(60) VALUE
        "*** SESSION ABANDONED - NO SUPERVISOR AUTHORIZED TO RELEASE".
    05  FILLER                      PIC X(30) VALUE
        " - ALL BATCHES LEFT HELD ***".

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-INITIALIZE
*> ----------------------------------------------------------------
*> 1000-INITIALIZE - open the files, take the supervisor's user
*> id (a decision without a name on it closes no audit finding),
*> print the register headers, and prime the read. The batch
*> keyers are tabled from the live trail before the trail is
*> opened for this session's decision records.
*> ----------------------------------------------------------------
1000-INITIALIZE.
    PERFORM 1200-LOAD-BATCH-KEYERS
        THRU 1200-EXIT.
    OPEN INPUT HOLD-FILE.
    IF BR-HOLD-STATUS NOT = "00"
        DISPLAY "BATCHRELEASE: UNABLE TO OPEN GLHOLD, FILE STATUS = "
    MOVE BR-SUPERVISOR-ID TO HDR-SUPERVISOR-ID.
    WRITE PRINT-LINE FROM BR-HDR2-LINE
        AFTER ADVANCING 1 LINE.
    IF SESSION-IS-ABANDONED
        WRITE PRINT-LINE FROM BR-ABANDONED-LINE
            AFTER ADVANCING 2 LINES
    END-IF.
    WRITE PRINT-LINE FROM BR-HDR3-LINE
        AFTER ADVANCING 2 LINES.
    PERFORM 2100-READ-HELD-RECORD
1000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1200-LOAD-BATCH-KEYERS - table who keyed each batch on the live
*> audit trail. Only transaction records count (decision and
*> refusal records carry the supervisor or the refused user, not
*> the keyer). The same pass leaves the check value on the last
*> record in BR-CHAIN-VALUE for the session's first audit record
*> to chain from. A missing trail means nothing is tabled and the
*> chain starts from zero.
*> ----------------------------------------------------------------
1200-LOAD-BATCH-KEYERS.
    OPEN INPUT KEYER-FILE.
    IF BR-KEYER-STATUS NOT = "00"
        GO TO 1200-EXIT
    END-IF.
    PERFORM 1210-LOAD-ONE-KEYER
        THRU 1210-EXIT
        UNTIL END-OF-KEYER-FILE.
    CLOSE KEYER-FILE.
1200-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1210-LOAD-ONE-KEYER - keep one record's check value and table
*> its batch and user, if it is a transaction record, unless the
*> pair is already tabled. A batch's records sit together on the
*> trail, so the last entry is checked first and usually answers
*> it.
*> ----------------------------------------------------------------
1210-LOAD-ONE-KEYER.
    READ KEYER-FILE
        AT END
            SET END-OF-KEYER-FILE TO TRUE
            GO TO 1210-EXIT
    END-READ.
    IF BR-KEYER-AUDIT-CHAIN IS NUMERIC
        MOVE BR-KEYER-AUDIT-CHAIN TO BR-CHAIN-VALUE
    ELSE
        MOVE ZERO TO BR-CHAIN-VALUE
    END-IF.
    IF BR-KEYER-AUDIT-ACTION NOT = SPACE
       OR BR-KEYER-AUDIT-SEQUENCE IS NOT NUMERIC
       OR BR-KEYER-AUDIT-SEQUENCE = ZERO
       OR BR-KEYER-AUDIT-BATCH = SPACES
        GO TO 1210-EXIT
    END-IF.
    IF BR-KEYER-COUNT > ZERO
       AND BR-KEYER-BATCH-ID (BR-KEYER-COUNT) = BR-KEYER-AUDIT-BATCH
       AND BR-KEYER-USER-ID (BR-KEYER-COUNT) = BR-KEYER-AUDIT-USER
        GO TO 1210-EXIT
    END-IF.
    MOVE BR-KEYER-AUDIT-BATCH TO BR-SEARCH-BATCH.
    MOVE BR-KEYER-AUDIT-USER TO BR-SEARCH-USER.
    PERFORM 3200-CHECK-BATCH-KEYER
        THRU 3200-EXIT.
    IF SUPERVISOR-KEYED-BATCH
        GO TO 1210-EXIT
    END-IF.
    IF BR-KEYER-COUNT >= BR-MAX-KEYERS
        DISPLAY "BATCHRELEASE: MORE THAN " BR-MAX-KEYERS
            " BATCH KEYERS ON THE AUDIT TRAIL"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO BR-KEYER-COUNT.
    MOVE BR-KEYER-AUDIT-BATCH TO BR-KEYER-BATCH-ID (BR-KEYER-COUNT).
    MOVE BR-KEYER-AUDIT-USER TO BR-KEYER-USER-ID (BR-KEYER-COUNT).
1210-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1500-KEY-SUPERVISOR-ID - take the supervisor's user id; blank
*> is refused and asked for again, since the audit record of
*> every decision carries it. An id without the release function
*> on the operator master is refused, written to the audit trail,
*> and asked for again - until the refusal limit, which abandons
*> the session.
*> ----------------------------------------------------------------
1500-KEY-SUPERVISOR-ID.
    DISPLAY "BATCH RELEASE - SUPERVISOR USER ID:".
        GO TO 1500-KEY-SUPERVISOR-ID
    END-IF.
    MOVE BR-KEYED-ENTRY (1:8) TO BR-SUPERVISOR-ID.
    PERFORM 1600-CHECK-AUTHORIZATION
        THRU 1600-EXIT.
    IF SUPERVISOR-IS-AUTHORIZED
        GO TO 1500-EXIT
    END-IF.
    DISPLAY "  REFUSED - " BR-REFUSAL-REASON.
    MOVE SPACES TO BR-REFUSAL-BATCH.
    MOVE ZERO TO BR-REFUSAL-PERIOD.
    PERFORM 7100-WRITE-AUTH-REFUSAL
        THRU 7100-EXIT.
    ADD 1 TO BR-ID-REFUSAL-COUNT.
    IF BR-ID-REFUSAL-COUNT < BR-ID-REFUSAL-LIMIT
        GO TO 1500-KEY-SUPERVISOR-ID
    END-IF.
    DISPLAY "  SESSION ABANDONED - ALL HELD BATCHES STAY HELD".
    SET SESSION-IS-ABANDONED TO TRUE.
1500-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1600-CHECK-AUTHORIZATION - look the keyed supervisor up on the
*> operator master: the id must be there, active, and hold the
*> release function. A missing master stops the session - without
*> it nobody can be shown to be authorized.
*> ----------------------------------------------------------------
1600-CHECK-AUTHORIZATION.
    MOVE 'N' TO BR-AUTHORIZED-SWITCH.
    MOVE 'N' TO BR-OPER-FOUND-SWITCH.
    OPEN INPUT OPER-FILE.
    IF BR-OPER-STATUS NOT = "00"
        DISPLAY "BATCHRELEASE: UNABLE TO OPEN OPERMSTR, "
            "FILE STATUS = " BR-OPER-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 1610-READ-ONE-OPERATOR
        THRU 1610-EXIT
        UNTIL BR-OPER-STATUS NOT = "00"
           OR OPERATOR-WAS-FOUND.
    EVALUATE TRUE
        WHEN NOT OPERATOR-WAS-FOUND
            MOVE "USER NOT ON OPERATOR MASTER" TO BR-REFUSAL-REASON
        WHEN NOT OPER-IS-ACTIVE
            MOVE "OPERATOR IS INACTIVE" TO BR-REFUSAL-REASON
        WHEN NOT OPER-MAY-RELEASE
            MOVE "NOT AUTHORIZED TO RELEASE" TO BR-REFUSAL-REASON
        WHEN OTHER
            SET SUPERVISOR-IS-AUTHORIZED TO TRUE
    END-EVALUATE.
    CLOSE OPER-FILE.
1600-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1610-READ-ONE-OPERATOR - read one operator master record and
*> note whether it is the supervisor's.
*> ----------------------------------------------------------------
1610-READ-ONE-OPERATOR.
    READ OPER-FILE
        AT END
            GO TO 1610-EXIT
    END-READ.
    IF BR-OPER-STATUS = "00"
       AND OPER-USER-ID = BR-SUPERVISOR-ID
        SET OPERATOR-WAS-FOUND TO TRUE
    END-IF.
1610-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2000-PROCESS-HELD-RECORDS - buffer one held extract record
*> under its batch, closing out the previous batch's decision
*> totals and take the decision: release to GLOUT, refuse (the
*> work then needs backing out), or leave held. The decision -
*> when one is made - goes to the audit trail under the
*> supervisor's id. An abandoned session leaves the batch held
*> without asking.
*> ----------------------------------------------------------------
3000-DECIDE-OPEN-BATCH.
    IF NOT A-BATCH-IS-OPEN
        GO TO 3000-EXIT
    END-IF.
    IF SESSION-IS-ABANDONED
        MOVE SPACE TO BR-DECISION
        GO TO 3000-ROUTE-BATCH
    END-IF.
    DISPLAY "HELD BATCH " BR-CURRENT-BATCH
        " PERIOD " BR-BATCH-PERIOD.
    MOVE BR-BUFFER-COUNT TO BR-COUNT-DISPLAY.
    DISPLAY "  PROVE AGAINST THE BATCH'S CONTROL REPORT.".
    PERFORM 3100-KEY-ONE-DECISION
        THRU 3100-EXIT.
3000-ROUTE-BATCH.
    MOVE BR-CURRENT-BATCH TO DTL-BATCH-ID.
    MOVE BR-BATCH-PERIOD TO DTL-PERIOD.
    MOVE BR-BUFFER-COUNT TO DTL-RECORD-COUNT.
*> ----------------------------------------------------------------
*> 3100-KEY-ONE-DECISION - take one decision for the open batch;
*> anything but R, X, or a blank is refused and asked for again.
*> A release of a batch the supervisor keyed is refused, written
*> to the audit trail, and asked for again - another supervisor
*> has to release it.
*> ----------------------------------------------------------------
3100-KEY-ONE-DECISION.
    DISPLAY "  DECISION (R=RELEASE X=REFUSE, BLANK=LEAVE HELD):".
        DISPLAY "  REFUSED - KEY R, X, OR A BLANK LINE"
        GO TO 3100-KEY-ONE-DECISION
    END-IF.
    IF BR-DECISION NOT = "R"
        GO TO 3100-EXIT
    END-IF.
    MOVE BR-CURRENT-BATCH TO BR-SEARCH-BATCH.
    MOVE BR-SUPERVISOR-ID TO BR-SEARCH-USER.
    PERFORM 3200-CHECK-BATCH-KEYER
        THRU 3200-EXIT.
    IF SUPERVISOR-KEYED-BATCH
        DISPLAY "  REFUSED - " BR-SUPERVISOR-ID " KEYED THIS BATCH;"
            " ANOTHER SUPERVISOR MUST RELEASE IT"
        MOVE "RELEASER KEYED THE BATCH" TO BR-REFUSAL-REASON
        MOVE BR-CURRENT-BATCH TO BR-REFUSAL-BATCH
        MOVE BR-BATCH-PERIOD TO BR-REFUSAL-PERIOD
        PERFORM 7100-WRITE-AUTH-REFUSAL
            THRU 7100-EXIT
        GO TO 3100-KEY-ONE-DECISION
    END-IF.
3100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3200-CHECK-BATCH-KEYER - note whether the keyer table already
*> pairs the search batch with the search user id.
*> ----------------------------------------------------------------
3200-CHECK-BATCH-KEYER.
    MOVE 'N' TO BR-OWN-BATCH-SWITCH.
    PERFORM 3210-MATCH-ONE-KEYER
        THRU 3210-EXIT
        VARYING BR-KEYER-SUB FROM 1 BY 1
        UNTIL BR-KEYER-SUB > BR-KEYER-COUNT
           OR SUPERVISOR-KEYED-BATCH.
3200-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3210-MATCH-ONE-KEYER - test one keyer table entry.
*> ----------------------------------------------------------------
3210-MATCH-ONE-KEYER.
    IF BR-KEYER-BATCH-ID (BR-KEYER-SUB) = BR-SEARCH-BATCH
       AND BR-KEYER-USER-ID (BR-KEYER-SUB) = BR-SEARCH-USER
        SET SUPERVISOR-KEYED-BATCH TO TRUE
    END-IF.
3210-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 4000-RELEASE-BATCH - the supervisor released it: move the
*> buffered extract to GLOUT exactly as the daily run staged it,
    MOVE SPACES TO AUDIT-CURRENCY-CODE.
    MOVE 1 TO AUDIT-CONV-RATE.
    MOVE BR-CREDIT-TOTAL TO AUDIT-BASE-RESULT.
    MOVE ZERO TO AUDIT-BATCH-ENTRY-NO.
    PERFORM 7200-CHAIN-AUDIT-RECORD
        THRU 7200-EXIT.
    WRITE AUDIT-RECORD.
7000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 7100-WRITE-AUTH-REFUSAL - append an authorization refusal to
*> the audit trail: the refused id as the user, the batch when
*> the refusal concerns one, and the release function code, the
*> reason, and this program in the refusal fields. It carries no
*> amounts.
*> ----------------------------------------------------------------
7100-WRITE-AUTH-REFUSAL.
    ACCEPT BR-RUN-TIME FROM TIME.
    MOVE BR-RUN-DATE-YYYYMMDD TO AUDIT-RUN-DATE.
    MOVE BR-RUN-TIME TO AUDIT-RUN-TIME.
    MOVE BR-SUPERVISOR-ID TO AUDIT-USER-ID.
    MOVE SPACES TO AUDIT-DEPT-CODE.
    MOVE ZERO TO AUDIT-SEQUENCE-NO.
    MOVE ZERO TO AUDIT-AMOUNT-COUNT.
    MOVE SPACES TO AUDIT-REFUSAL-DATA.
    MOVE "R" TO AUDIT-REFUSED-FUNCTION.
    MOVE BR-REFUSAL-REASON TO AUDIT-REFUSAL-REASON.
    MOVE "BATCHREL" TO AUDIT-REFUSING-PROGRAM.
    MOVE ZERO TO AUDIT-RESULT.
    MOVE BR-REFUSAL-BATCH TO AUDIT-BATCH-ID.
    MOVE BR-REFUSAL-PERIOD TO AUDIT-ACCT-PERIOD.
    SET AUDIT-IS-AN-AUTH-REFUSAL TO TRUE.
    MOVE SPACES TO AUDIT-CURRENCY-CODE.
    MOVE 1 TO AUDIT-CONV-RATE.
    MOVE ZERO TO AUDIT-BASE-RESULT.
    MOVE ZERO TO AUDIT-BATCH-ENTRY-NO.
    PERFORM 7200-CHAIN-AUDIT-RECORD
        THRU 7200-EXIT.
    WRITE AUDIT-RECORD.
7100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 7200-CHAIN-AUDIT-RECORD - stamp the audit record about to be
*> written with its check value: the value on the record before
*> it, with each of the 333 bytes ahead of the field folded in by
*> code point and position, modulo a prime - the same fold every
*> program that writes the trail makes, and the verification run
*> repeats.
*> ----------------------------------------------------------------
7200-CHAIN-AUDIT-RECORD.
    PERFORM 7210-FOLD-ONE-BYTE
        THRU 7210-EXIT
        VARYING BR-CHAIN-SUB FROM 1 BY 1
        UNTIL BR-CHAIN-SUB > 333.
    MOVE BR-CHAIN-VALUE TO AUDIT-CHAIN-VALUE.
7200-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 7210-FOLD-ONE-BYTE - fold one byte of the record into the
*> running check value.
*> ----------------------------------------------------------------
7210-FOLD-ONE-BYTE.
    MOVE AUDIT-RECORD (BR-CHAIN-SUB:1) TO BR-CHAIN-BYTE.
    COMPUTE BR-CHAIN-PRODUCT = BR-CHAIN-VALUE * 31
        + BR-CHAIN-BYTE-VALUE + BR-CHAIN-SUB.
    DIVIDE BR-CHAIN-PRODUCT BY 999999937
        GIVING BR-CHAIN-QUOTIENT
        REMAINDER BR-CHAIN-VALUE.
7210-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 9000-FINALIZE - print the session accounting, set the return
*> code, and close the files. RETURN-CODE 4 says batches are
*> still held or a refusal left work needing a backout, so the
*> session output is acted on, not filed; 12 says the session
*> was abandoned for want of an authorized supervisor.
*> ----------------------------------------------------------------
9000-FINALIZE.
    MOVE BR-RELEASED-COUNT TO TOT-RELEASED-COUNT.
       OR BR-LEFT-HELD-COUNT > ZERO
        MOVE 4 TO RETURN-CODE
    END-IF.
    IF SESSION-IS-ABANDONED
        MOVE 12 TO RETURN-CODE
    END-IF.
    CLOSE HOLD-FILE.
    CLOSE GL-FILE.
    CLOSE HELD-OUT-FILE.
