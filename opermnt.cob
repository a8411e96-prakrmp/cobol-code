       >>SOURCE FORMAT FREE
*> ================================================================
*> OperatorMaintenance
*> Keyed maintenance front end for the OPERMSTR operator
*> authorization master, in the DeptMaintenance mold: operators
*> are added and changed one at a time at the terminal with
*> immediate edits - an add is refused when the user id is
*> already on the master, a function code must be one the
*> controlled programs know, and nobody may change their own
*> entry. The maintained master is rewritten to OPERNEW, which the
*> job stream then puts back in place of the old one, so a
*> half-keyed session never leaves a half-changed live master.
*>
*> Every applied action prints on a before/after change register
*> (RPTOUT) and appends a change-history record (OPERHIST) with
*> the user, date, and time, so the auditors can answer "who gave
*> that clerk release authority and when" from the history
*> dataset. Operators are never deleted: one who leaves is changed
*> to inactive, which refuses them everywhere while keeping the
*> entry the history and the audit trail refer to.
*>
*> The user running the session must be active on the master with
*> the maintain-operators function (M); anyone else is refused
*> before anything is keyed, the refusal is appended to the audit
*> trail (AUDITOUT) - chained into the trail's running check
*> value, read from the last record on the trail - and no OPERNEW
*> is written. The one exception is an empty master: the first
*> session seeds it, and should add its own user id with M so the
*> master can be maintained after.
*>
*> At the action prompt:
*>   A          add an operator
*>   C          change an operator's name, functions, and/or status
*>   (blank)    end the session
*>
*> Functions are keyed as a string of codes, e.g. KR for key and
*> release, or - for none:
*>   K  key transaction batches          R  release held batches
*>   S  correct suspense items           B  back out posted batches
*>   D  maintain the department master   M  maintain this master
*>
*> Modification history:
*>   - Written so who may key, release, correct, back out, and
*>     maintain is held on a master with a change history instead
*>     of being whoever can reach the terminal.
*> ================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. OperatorMaintenance.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPER-FILE ASSIGN TO OPERMSTR
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OM-OPER-STATUS.

    SELECT NEW-OPER-FILE ASSIGN TO OPERNEW
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OM-NEW-STATUS.

    SELECT HISTORY-FILE ASSIGN TO OPERHIST
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OM-HIST-STATUS.

    SELECT AUDIT-FILE ASSIGN TO AUDITOUT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OM-AUDIT-STATUS.

    SELECT PRINT-FILE ASSIGN TO RPTOUT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OM-PRINT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  OPER-FILE
    LABEL RECORDS ARE OMITTED.
    COPY OPERREC.

*> The rewritten master carries the OPERREC layout byte for byte
*> (45 bytes); it keeps its own 01 here because the copybook
*> already describes the input side.
FD  NEW-OPER-FILE
    LABEL RECORDS ARE OMITTED.
01  OM-NEW-OPER-RECORD              PIC X(45).

FD  HISTORY-FILE
    LABEL RECORDS ARE OMITTED.
    COPY OPERHREC.

FD  AUDIT-FILE
    LABEL RECORDS ARE OMITTED.
    COPY AUDITREC.

FD  PRINT-FILE
    LABEL RECORDS ARE OMITTED.
01  PRINT-LINE                      PIC X(132).

WORKING-STORAGE SECTION.
01  OM-SWITCHES.
    05  OM-SESSION-DONE-SWITCH      PIC X(01) VALUE 'N'.
        88  SESSION-IS-COMPLETE             VALUE 'Y'.
    05  OM-FUNCTIONS-OK-SWITCH      PIC X(01) VALUE 'N'.
        88  FUNCTIONS-ARE-VALID             VALUE 'Y'.
    05  OM-SEEDING-SWITCH           PIC X(01) VALUE 'N'.
        88  MASTER-IS-BEING-SEEDED          VALUE 'Y'.

01  OM-OPER-STATUS                  PIC X(02) VALUE SPACES.
01  OM-NEW-STATUS                   PIC X(02) VALUE SPACES.
01  OM-HIST-STATUS                  PIC X(02) VALUE SPACES.
01  OM-AUDIT-STATUS                 PIC X(02) VALUE SPACES.
01  OM-PRINT-STATUS                 PIC X(02) VALUE SPACES.

01  OM-KEYED-ENTRY                  PIC X(50) VALUE SPACES.
01  OM-ACTION                       PIC X(01) VALUE SPACE.
01  OM-WORK-USER-ID                 PIC X(08) VALUE SPACES.
01  OM-WORK-NAME                    PIC X(30) VALUE SPACES.
01  OM-WORK-STATUS                  PIC X(01) VALUE SPACE.
01  OM-OLD-NAME                     PIC X(30) VALUE SPACES.
01  OM-OLD-FUNCTIONS                PIC X(06) VALUE SPACES.
01  OM-OLD-STATUS                   PIC X(01) VALUE SPACE.
01  OM-REFUSAL-REASON               PIC X(30) VALUE SPACES.

*> The functions being keyed, one Y/N flag per function code in
*> the order OPERREC holds them.
01  OM-WORK-FUNCTIONS               PIC X(06) VALUE "NNNNNN".
01  OM-WORK-FUNCTION-TABLE REDEFINES OM-WORK-FUNCTIONS.
    05  OM-WORK-FUNCTION-FLAG       PIC X(01) OCCURS 6 TIMES.

*> The function codes, in the order of the OPERREC flags.
01  OM-FUNCTION-CODES               PIC X(06) VALUE "KRSBDM".
01  OM-FUNCTION-CODE-TABLE REDEFINES OM-FUNCTION-CODES.
    05  OM-FUNCTION-CODE            PIC X(01) OCCURS 6 TIMES.
01  OM-FUNCTION-SUB                 PIC 9(2) COMP VALUE 0.
01  OM-KEYED-SUB                    PIC 9(2) COMP VALUE 0.
01  OM-MATCHED-SUB                  PIC 9(2) COMP VALUE 0.
01  OM-KEYED-CODE                   PIC X(01) VALUE SPACE.

*> A flag string shown as the codes it grants, e.g. KR.B.. for
*> key, release, and back out.
01  OM-SHOW-FLAGS                   PIC X(06) VALUE SPACES.
01  OM-SHOW-CODES                   PIC X(06) VALUE SPACES.
01  OM-SHOW-CODE-TABLE REDEFINES OM-SHOW-CODES.
    05  OM-SHOW-CODE                PIC X(01) OCCURS 6 TIMES.

*> The maintained master, loaded whole at initialization and
*> rewritten whole at the end of the session.
01  OM-OPER-TABLE-AREA.
    05  OM-OPER-COUNT               PIC 9(3) COMP VALUE 0.
    05  OM-MAX-OPERS                PIC 9(3) COMP VALUE 200.
    05  OM-OPER-ENTRY OCCURS 200 TIMES.
        10  OM-OPER-USER-ID         PIC X(08).
        10  OM-OPER-NAME            PIC X(30).
        10  OM-OPER-FUNCTIONS       PIC X(06).
        10  OM-OPER-STATUS-FLAG     PIC X(01).
01  OM-OPER-SUB                     PIC 9(3) COMP VALUE 0.
01  OM-ACTIVE-OPER-SUB              PIC 9(3) COMP VALUE 0.
01  OM-SEARCH-USER-ID               PIC X(08) VALUE SPACES.

01  OM-ADDED-COUNT                  PIC 9(4) VALUE 0.
01  OM-CHANGED-COUNT                PIC 9(4) VALUE 0.
01  OM-REFUSED-COUNT                PIC 9(4) VALUE 0.
01  OM-WRITTEN-COUNT                PIC 9(4) VALUE 0.
01  OM-COUNT-DISPLAY                PIC ZZZ9.

01  OM-RUN-DATE-FIELDS.
    05  OM-RUN-DATE-YYYYMMDD        PIC 9(8).
    05  OM-RUN-DATE-X REDEFINES OM-RUN-DATE-YYYYMMDD.
        10  OM-RUN-YYYY             PIC 9(4).
        10  OM-RUN-MM               PIC 9(2).
        10  OM-RUN-DD               PIC 9(2).
01  OM-RUN-DATE-DISPLAY             PIC X(10).
01  OM-RUN-TIME                     PIC 9(8) VALUE 0.
01  OM-USER-ID                      PIC X(08) VALUE SPACES.

*> Audit trail chaining. OM-CHAIN-VALUE holds the check value on
*> the last record on the trail; the record written folds its
*> bytes into it (1270). A byte is folded by its code point, which
*> the binary halfword over OM-CHAIN-BYTE-AREA reads out.
01  OM-CHAIN-TAIL-EOF-SWITCH        PIC X(01) VALUE 'N'.
    88  END-OF-CHAIN-TAIL                  VALUE 'Y'.
01  OM-CHAIN-VALUE                  PIC 9(09) VALUE 0.
01  OM-CHAIN-SUB                    PIC 9(03) COMP VALUE 0.
01  OM-CHAIN-PRODUCT                PIC 9(11) VALUE 0.
01  OM-CHAIN-QUOTIENT               PIC 9(11) VALUE 0.
01  OM-CHAIN-BYTE-AREA.
    05  FILLER                      PIC X(01) VALUE LOW-VALUE.
    05  OM-CHAIN-BYTE               PIC X(01) VALUE LOW-VALUE.
01  OM-CHAIN-BYTE-VALUE REDEFINES OM-CHAIN-BYTE-AREA
                                    PIC 9(4) COMP.

01  OM-HDR1-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(30)
                                     VALUE "OPERATOR CHANGE REGISTER".
    05  FILLER                      PIC X(10) VALUE SPACES.
    05  FILLER                      PIC X(10) VALUE "RUN DATE:".
    05  HDR-RUN-DATE                PIC X(10).

01  OM-HDR2-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(13) VALUE "CHANGED BY:".
    05  HDR-USER-ID                 PIC X(08).

01  OM-HDR3-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(08) VALUE "ACTION".
    05  FILLER                      PIC X(10) VALUE "USER ID".
    05  FILLER                      PIC X(32) VALUE "OLD NAME".
    05  FILLER                      PIC X(08) VALUE "OLD FN".
    05  FILLER                      PIC X(03) VALUE "ST".
    05  FILLER                      PIC X(32) VALUE "NEW NAME".
    05  FILLER                      PIC X(08) VALUE "NEW FN".
    05  FILLER                      PIC X(03) VALUE "ST".

01  OM-DETAIL-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  DTL-ACTION                  PIC X(06).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  DTL-USER-ID                 PIC X(08).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  DTL-OLD-NAME                PIC X(30).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  DTL-OLD-FUNCTIONS           PIC X(06).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  DTL-OLD-STATUS              PIC X(01).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  DTL-NEW-NAME                PIC X(30).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  DTL-NEW-FUNCTIONS           PIC X(06).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  DTL-NEW-STATUS              PIC X(01).

01  OM-ADDED-COUNT-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(26)
                                     VALUE "OPERATORS ADDED:".
    05  TOT-ADDED-COUNT             PIC ZZZ9.

01  OM-CHANGED-COUNT-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(26)
                                     VALUE "OPERATORS CHANGED:".
    05  TOT-CHANGED-COUNT           PIC ZZZ9.

01  OM-REFUSED-COUNT-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(26)
                                     VALUE "ACTIONS REFUSED:".
    05  TOT-REFUSED-COUNT           PIC ZZZ9.

01  OM-WRITTEN-COUNT-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(26)
                                     VALUE "MASTER RECORDS WRITTEN:".
    05  TOT-WRITTEN-COUNT           PIC ZZZ9.

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-INITIALIZE
        THRU 1000-EXIT.
    PERFORM 2000-KEY-ONE-ACTION
        THRU 2000-EXIT
        UNTIL SESSION-IS-COMPLETE.
    PERFORM 9000-FINALIZE
        THRU 9000-EXIT.
    STOP RUN.

*> ----------------------------------------------------------------
*> 1000-INITIALIZE - load the current master, check the user may
*> maintain it, open the register and the change history, and
*> print the register headers.
*> ----------------------------------------------------------------
1000-INITIALIZE.
    ACCEPT OM-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
    ACCEPT OM-RUN-TIME FROM TIME.
    ACCEPT OM-USER-ID FROM ENVIRONMENT "USER".
    PERFORM 1300-LOAD-OPERATORS
        THRU 1300-EXIT.
    PERFORM 1200-CHECK-AUTHORIZATION
        THRU 1200-EXIT.
    OPEN EXTEND HISTORY-FILE.
    IF OM-HIST-STATUS = "35"
        OPEN OUTPUT HISTORY-FILE
    END-IF.
    IF OM-HIST-STATUS NOT = "00"
        DISPLAY "OPERATORMAINTENANCE: UNABLE TO OPEN OPERHIST, "
            "FILE STATUS = " OM-HIST-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT PRINT-FILE.
    STRING OM-RUN-MM   DELIMITED BY SIZE
           "/"         DELIMITED BY SIZE
           OM-RUN-DD   DELIMITED BY SIZE
           "/"         DELIMITED BY SIZE
           OM-RUN-YYYY DELIMITED BY SIZE
        INTO OM-RUN-DATE-DISPLAY
    END-STRING.
    MOVE OM-RUN-DATE-DISPLAY TO HDR-RUN-DATE.
    WRITE PRINT-LINE FROM OM-HDR1-LINE
        AFTER ADVANCING PAGE.
    MOVE OM-USER-ID TO HDR-USER-ID.
    WRITE PRINT-LINE FROM OM-HDR2-LINE
        AFTER ADVANCING 1 LINE.
    WRITE PRINT-LINE FROM OM-HDR3-LINE
        AFTER ADVANCING 2 LINES.
    MOVE OM-OPER-COUNT TO OM-COUNT-DISPLAY.
    DISPLAY "OPERATOR MAINTENANCE - " OM-COUNT-DISPLAY
        " OPERATORS ON THE MASTER".
    IF MASTER-IS-BEING-SEEDED
        DISPLAY "THE MASTER IS EMPTY - ADD YOUR OWN USER ID WITH "
            "FUNCTION M FIRST"
    END-IF.
    DISPLAY "ACTIONS: A=ADD C=CHANGE, BLANK LINE ENDS THE SESSION".
    DISPLAY "FUNCTIONS: K=KEY R=RELEASE S=SUSPENSE B=BACKOUT "
        "D=DEPTS M=OPERATORS".
1000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1200-CHECK-AUTHORIZATION - find the user on the loaded master:
*> the id must be there, active, and hold the maintain-operators
*> function. A refusal goes to the audit trail and ends the
*> session with RETURN-CODE 12 before anything is keyed, so no
*> OPERNEW is written. An empty master is being seeded and lets
*> the session through.
*> ----------------------------------------------------------------
1200-CHECK-AUTHORIZATION.
    IF OM-OPER-COUNT = ZERO
        SET MASTER-IS-BEING-SEEDED TO TRUE
        GO TO 1200-EXIT
    END-IF.
    MOVE OM-USER-ID TO OM-SEARCH-USER-ID.
    PERFORM 2800-LOCATE-OPERATOR
        THRU 2800-EXIT.
*> The maintain-operators flag is the sixth, in the OPERREC order.
    EVALUATE TRUE
        WHEN OM-ACTIVE-OPER-SUB = ZERO
            MOVE "USER NOT ON OPERATOR MASTER" TO OM-REFUSAL-REASON
        WHEN OM-OPER-STATUS-FLAG (OM-ACTIVE-OPER-SUB) NOT = "A"
            MOVE "OPERATOR IS INACTIVE" TO OM-REFUSAL-REASON
        WHEN OM-OPER-FUNCTIONS (OM-ACTIVE-OPER-SUB) (6:1) NOT = "Y"
            MOVE "NOT AUTHORIZED FOR OPER MAINT" TO OM-REFUSAL-REASON
        WHEN OTHER
            GO TO 1200-EXIT
    END-EVALUATE.
    PERFORM 1250-WRITE-AUTH-REFUSAL
        THRU 1250-EXIT.
    DISPLAY "OPERATORMAINTENANCE: USER " OM-USER-ID " REFUSED - "
        OM-REFUSAL-REASON.
    MOVE 12 TO RETURN-CODE.
    STOP RUN.
1200-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1250-WRITE-AUTH-REFUSAL - append the refusal to the audit
*> trail: the refused id as the user, no batch, and the
*> maintain-operators function code, the reason, and this program
*> in the refusal fields. It carries no amounts. The trail is
*> read through first for the check value the refusal chains
*> from.
*> ----------------------------------------------------------------
1250-WRITE-AUTH-REFUSAL.
    OPEN INPUT AUDIT-FILE.
    IF OM-AUDIT-STATUS = "00"
        PERFORM 1260-READ-CHAIN-TAIL
            THRU 1260-EXIT
            UNTIL END-OF-CHAIN-TAIL
        CLOSE AUDIT-FILE
    END-IF.
    OPEN EXTEND AUDIT-FILE.
    IF OM-AUDIT-STATUS = "35"
        OPEN OUTPUT AUDIT-FILE
    END-IF.
    IF OM-AUDIT-STATUS NOT = "00"
        DISPLAY "OPERATORMAINTENANCE: UNABLE TO OPEN AUDITOUT, "
            "FILE STATUS = " OM-AUDIT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE OM-RUN-DATE-YYYYMMDD TO AUDIT-RUN-DATE.
    MOVE OM-RUN-TIME TO AUDIT-RUN-TIME.
    MOVE OM-USER-ID TO AUDIT-USER-ID.
    MOVE SPACES TO AUDIT-DEPT-CODE.
    MOVE ZERO TO AUDIT-SEQUENCE-NO.
    MOVE ZERO TO AUDIT-AMOUNT-COUNT.
    MOVE SPACES TO AUDIT-REFUSAL-DATA.
    MOVE "M" TO AUDIT-REFUSED-FUNCTION.
    MOVE OM-REFUSAL-REASON TO AUDIT-REFUSAL-REASON.
    MOVE "OPERMNT" TO AUDIT-REFUSING-PROGRAM.
    MOVE ZERO TO AUDIT-RESULT.
    MOVE SPACES TO AUDIT-BATCH-ID.
    MOVE ZERO TO AUDIT-ACCT-PERIOD.
    SET AUDIT-IS-AN-AUTH-REFUSAL TO TRUE.
    MOVE SPACES TO AUDIT-CURRENCY-CODE.
    MOVE 1 TO AUDIT-CONV-RATE.
    MOVE ZERO TO AUDIT-BASE-RESULT.
    MOVE ZERO TO AUDIT-BATCH-ENTRY-NO.
    PERFORM 1270-CHAIN-AUDIT-RECORD
        THRU 1270-EXIT.
    WRITE AUDIT-RECORD.
    CLOSE AUDIT-FILE.
1250-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1260-READ-CHAIN-TAIL - read one audit record on the way to the
*> end of the trail, keeping its check value. A record without one
*> (written before the trail was chained) leaves zero.
*> ----------------------------------------------------------------
1260-READ-CHAIN-TAIL.
    READ AUDIT-FILE
        AT END
            SET END-OF-CHAIN-TAIL TO TRUE
            GO TO 1260-EXIT
    END-READ.
    IF AUDIT-CHAIN-VALUE IS NUMERIC
        MOVE AUDIT-CHAIN-VALUE TO OM-CHAIN-VALUE
    ELSE
        MOVE ZERO TO OM-CHAIN-VALUE
    END-IF.
1260-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1270-CHAIN-AUDIT-RECORD - stamp the audit record about to be
*> written with its check value: the value on the record before
*> it, with each of the 333 bytes ahead of the field folded in by
*> code point and position, modulo a prime - the same fold every
*> program that writes the trail makes, and the verification run
*> repeats.
*> ----------------------------------------------------------------
1270-CHAIN-AUDIT-RECORD.
    PERFORM 1280-FOLD-ONE-BYTE
        THRU 1280-EXIT
        VARYING OM-CHAIN-SUB FROM 1 BY 1
        UNTIL OM-CHAIN-SUB > 333.
    MOVE OM-CHAIN-VALUE TO AUDIT-CHAIN-VALUE.
1270-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1280-FOLD-ONE-BYTE - fold one byte of the record into the
*> running check value.
*> ----------------------------------------------------------------
1280-FOLD-ONE-BYTE.
    MOVE AUDIT-RECORD (OM-CHAIN-SUB:1) TO OM-CHAIN-BYTE.
    COMPUTE OM-CHAIN-PRODUCT = OM-CHAIN-VALUE * 31
        + OM-CHAIN-BYTE-VALUE + OM-CHAIN-SUB.
    DIVIDE OM-CHAIN-PRODUCT BY 999999937
        GIVING OM-CHAIN-QUOTIENT
        REMAINDER OM-CHAIN-VALUE.
1280-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1300-LOAD-OPERATORS - load the current operator master into the
*> maintenance table. A missing master is an empty one - the
*> first session creates it - but any other open failure stops
*> the run.
*> ----------------------------------------------------------------
1300-LOAD-OPERATORS.
    OPEN INPUT OPER-FILE.
    IF OM-OPER-STATUS = "35"
        GO TO 1300-EXIT
    END-IF.
    IF OM-OPER-STATUS NOT = "00"
        DISPLAY "OPERATORMAINTENANCE: UNABLE TO OPEN OPERMSTR, "
            "FILE STATUS = " OM-OPER-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 1310-LOAD-ONE-OPERATOR
        THRU 1310-EXIT
        UNTIL OM-OPER-STATUS NOT = "00".
    CLOSE OPER-FILE.
1300-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1310-LOAD-ONE-OPERATOR - read and table one operator master
*> record. A blank user id is skipped; an overfull table is a
*> setup error worth stopping the run for.
*> ----------------------------------------------------------------
1310-LOAD-ONE-OPERATOR.
    READ OPER-FILE
        AT END
            GO TO 1310-EXIT
    END-READ.
    IF OM-OPER-STATUS NOT = "00"
        GO TO 1310-EXIT
    END-IF.
    IF OPER-USER-ID = SPACES
        GO TO 1310-EXIT
    END-IF.
    IF OM-OPER-COUNT >= OM-MAX-OPERS
        DISPLAY "OPERATORMAINTENANCE: MORE THAN " OM-MAX-OPERS
            " OPERATORS ON OPERMSTR"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO OM-OPER-COUNT.
    MOVE OPER-USER-ID TO OM-OPER-USER-ID (OM-OPER-COUNT).
    MOVE OPER-NAME TO OM-OPER-NAME (OM-OPER-COUNT).
    MOVE OPER-FUNCTIONS TO OM-OPER-FUNCTIONS (OM-OPER-COUNT).
    MOVE OPER-STATUS TO OM-OPER-STATUS-FLAG (OM-OPER-COUNT).
1310-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2000-KEY-ONE-ACTION - take one action from the terminal and
*> dispatch it. A blank line ends the session; anything but the
*> two actions is refused on the spot, and so is any action
*> against the user's own entry once the master is seeded - no
*> one grants themselves a function.
*> ----------------------------------------------------------------
2000-KEY-ONE-ACTION.
    DISPLAY "ACTION (A/C, BLANK TO END):".
    MOVE SPACES TO OM-KEYED-ENTRY.
    ACCEPT OM-KEYED-ENTRY.
    IF OM-KEYED-ENTRY = SPACES
        SET SESSION-IS-COMPLETE TO TRUE
        GO TO 2000-EXIT
    END-IF.
    MOVE OM-KEYED-ENTRY (1:1) TO OM-ACTION.
    IF OM-ACTION NOT = "A" AND "C"
        DISPLAY "  REFUSED - ACTION MUST BE A OR C"
        GO TO 2000-EXIT
    END-IF.
    DISPLAY "OPERATOR USER ID:".
    MOVE SPACES TO OM-KEYED-ENTRY.
    ACCEPT OM-KEYED-ENTRY.
    IF OM-KEYED-ENTRY (1:8) = SPACES
        DISPLAY "  REFUSED - A USER ID IS REQUIRED"
        GO TO 2000-EXIT
    END-IF.
    MOVE OM-KEYED-ENTRY (1:8) TO OM-WORK-USER-ID.
    IF OM-WORK-USER-ID = OM-USER-ID
       AND NOT MASTER-IS-BEING-SEEDED
        DISPLAY "  REFUSED - YOU MAY NOT CHANGE YOUR OWN ENTRY"
        ADD 1 TO OM-REFUSED-COUNT
        GO TO 2000-EXIT
    END-IF.
    MOVE OM-WORK-USER-ID TO OM-SEARCH-USER-ID.
    PERFORM 2800-LOCATE-OPERATOR
        THRU 2800-EXIT.
    EVALUATE OM-ACTION
        WHEN "A"
            PERFORM 3000-ADD-OPERATOR
                THRU 3000-EXIT
        WHEN "C"
            PERFORM 4000-CHANGE-OPERATOR
                THRU 4000-EXIT
    END-EVALUATE.
2000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2800-LOCATE-OPERATOR - find OM-SEARCH-USER-ID in the
*> maintenance table and leave its entry number - or zero - in
*> OM-ACTIVE-OPER-SUB.
*> ----------------------------------------------------------------
2800-LOCATE-OPERATOR.
    MOVE ZERO TO OM-ACTIVE-OPER-SUB.
    PERFORM 2810-MATCH-ONE-OPERATOR
        THRU 2810-EXIT
        VARYING OM-OPER-SUB FROM 1 BY 1
        UNTIL OM-OPER-SUB > OM-OPER-COUNT
           OR OM-ACTIVE-OPER-SUB > ZERO.
2800-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2810-MATCH-ONE-OPERATOR - compare one table entry against the
*> user id being located.
*> ----------------------------------------------------------------
2810-MATCH-ONE-OPERATOR.
    IF OM-OPER-USER-ID (OM-OPER-SUB) = OM-SEARCH-USER-ID
        MOVE OM-OPER-SUB TO OM-ACTIVE-OPER-SUB
    END-IF.
2810-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2900-KEY-FUNCTIONS - take and edit a function string from the
*> terminal: each code keyed must be one of K, R, S, B, D, or M,
*> and a lone - grants none. The edited flags are left in
*> OM-WORK-FUNCTIONS.
*> ----------------------------------------------------------------
2900-KEY-FUNCTIONS.
    MOVE 'Y' TO OM-FUNCTIONS-OK-SWITCH.
    MOVE "NNNNNN" TO OM-WORK-FUNCTIONS.
    IF OM-KEYED-ENTRY (1:1) = "-"
       AND OM-KEYED-ENTRY (2:49) = SPACES
        GO TO 2900-EXIT
    END-IF.
    PERFORM 2910-EDIT-ONE-CODE
        THRU 2910-EXIT
        VARYING OM-KEYED-SUB FROM 1 BY 1
        UNTIL OM-KEYED-SUB > 50
           OR NOT FUNCTIONS-ARE-VALID.
2900-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2910-EDIT-ONE-CODE - set the flag for one keyed function code;
*> a code no program knows refuses the whole string.
*> ----------------------------------------------------------------
2910-EDIT-ONE-CODE.
    MOVE OM-KEYED-ENTRY (OM-KEYED-SUB:1) TO OM-KEYED-CODE.
    IF OM-KEYED-CODE = SPACE
        GO TO 2910-EXIT
    END-IF.
    MOVE ZERO TO OM-MATCHED-SUB.
    PERFORM 2920-MATCH-ONE-CODE
        THRU 2920-EXIT
        VARYING OM-FUNCTION-SUB FROM 1 BY 1
        UNTIL OM-FUNCTION-SUB > 6
           OR OM-MATCHED-SUB > ZERO.
    IF OM-MATCHED-SUB = ZERO
        DISPLAY "  REFUSED - " OM-KEYED-CODE
            " IS NOT A FUNCTION CODE (K R S B D M, OR - FOR NONE)"
        MOVE 'N' TO OM-FUNCTIONS-OK-SWITCH
        GO TO 2910-EXIT
    END-IF.
    MOVE "Y" TO OM-WORK-FUNCTION-FLAG (OM-MATCHED-SUB).
2910-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2920-MATCH-ONE-CODE - compare one known function code against
*> the code keyed.
*> ----------------------------------------------------------------
2920-MATCH-ONE-CODE.
    IF OM-FUNCTION-CODE (OM-FUNCTION-SUB) = OM-KEYED-CODE
        MOVE OM-FUNCTION-SUB TO OM-MATCHED-SUB
    END-IF.
2920-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2950-SHOW-FUNCTIONS - turn the flag string in OM-SHOW-FLAGS
*> into the codes it grants, a dot for each function withheld,
*> in OM-SHOW-CODES.
*> ----------------------------------------------------------------
2950-SHOW-FUNCTIONS.
    MOVE "......" TO OM-SHOW-CODES.
    PERFORM 2960-SHOW-ONE-FUNCTION
        THRU 2960-EXIT
        VARYING OM-FUNCTION-SUB FROM 1 BY 1
        UNTIL OM-FUNCTION-SUB > 6.
2950-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2960-SHOW-ONE-FUNCTION - show one function's code if granted.
*> ----------------------------------------------------------------
2960-SHOW-ONE-FUNCTION.
    IF OM-SHOW-FLAGS (OM-FUNCTION-SUB:1) = "Y"
        MOVE OM-FUNCTION-CODE (OM-FUNCTION-SUB)
            TO OM-SHOW-CODE (OM-FUNCTION-SUB)
    END-IF.
2960-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3000-ADD-OPERATOR - add one operator, active: the user id must
*> not be on the master already, and the functions must pass
*> their edit.
*> ----------------------------------------------------------------
3000-ADD-OPERATOR.
    IF OM-ACTIVE-OPER-SUB > ZERO
        DISPLAY "  REFUSED - OPERATOR " OM-WORK-USER-ID
            " IS ALREADY ON THE MASTER"
        ADD 1 TO OM-REFUSED-COUNT
        GO TO 3000-EXIT
    END-IF.
    IF OM-OPER-COUNT >= OM-MAX-OPERS
        DISPLAY "  REFUSED - THE MASTER IS FULL AT " OM-MAX-OPERS
            " OPERATORS"
        ADD 1 TO OM-REFUSED-COUNT
        GO TO 3000-EXIT
    END-IF.
    DISPLAY "OPERATOR NAME:".
    MOVE SPACES TO OM-KEYED-ENTRY.
    ACCEPT OM-KEYED-ENTRY.
    IF OM-KEYED-ENTRY (1:30) = SPACES
        DISPLAY "  REFUSED - A NAME IS REQUIRED"
        ADD 1 TO OM-REFUSED-COUNT
        GO TO 3000-EXIT
    END-IF.
    MOVE OM-KEYED-ENTRY (1:30) TO OM-WORK-NAME.
    DISPLAY "FUNCTIONS (E.G. KR, - FOR NONE):".
    MOVE SPACES TO OM-KEYED-ENTRY.
    ACCEPT OM-KEYED-ENTRY.
    PERFORM 2900-KEY-FUNCTIONS
        THRU 2900-EXIT.
    IF NOT FUNCTIONS-ARE-VALID
        ADD 1 TO OM-REFUSED-COUNT
        GO TO 3000-EXIT
    END-IF.
    MOVE "A" TO OM-WORK-STATUS.
    ADD 1 TO OM-OPER-COUNT.
    MOVE OM-WORK-USER-ID TO OM-OPER-USER-ID (OM-OPER-COUNT).
    MOVE OM-WORK-NAME TO OM-OPER-NAME (OM-OPER-COUNT).
    MOVE OM-WORK-FUNCTIONS TO OM-OPER-FUNCTIONS (OM-OPER-COUNT).
    MOVE OM-WORK-STATUS TO OM-OPER-STATUS-FLAG (OM-OPER-COUNT).
    ADD 1 TO OM-ADDED-COUNT.
    MOVE SPACES TO OM-OLD-NAME.
    MOVE SPACES TO OM-OLD-FUNCTIONS.
    MOVE SPACE TO OM-OLD-STATUS.
    PERFORM 7000-RECORD-ONE-CHANGE
        THRU 7000-EXIT.
    DISPLAY "  ADDED " OM-WORK-USER-ID " " DTL-NEW-FUNCTIONS.
3000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 4000-CHANGE-OPERATOR - rename an operator, replace the
*> functions, or make the operator active or inactive. A blank
*> reply keeps the field as it stands, so taking one function
*> away does not force the name and status to be rekeyed.
*> ----------------------------------------------------------------
4000-CHANGE-OPERATOR.
    IF OM-ACTIVE-OPER-SUB = ZERO
        DISPLAY "  REFUSED - OPERATOR " OM-WORK-USER-ID
            " IS NOT ON THE MASTER"
        ADD 1 TO OM-REFUSED-COUNT
        GO TO 4000-EXIT
    END-IF.
    MOVE OM-OPER-NAME (OM-ACTIVE-OPER-SUB) TO OM-OLD-NAME.
    MOVE OM-OPER-FUNCTIONS (OM-ACTIVE-OPER-SUB) TO OM-OLD-FUNCTIONS.
    MOVE OM-OPER-STATUS-FLAG (OM-ACTIVE-OPER-SUB) TO OM-OLD-STATUS.
    DISPLAY "OPERATOR NAME (BLANK TO KEEP):".
    MOVE SPACES TO OM-KEYED-ENTRY.
    ACCEPT OM-KEYED-ENTRY.
    IF OM-KEYED-ENTRY (1:30) = SPACES
        MOVE OM-OLD-NAME TO OM-WORK-NAME
    ELSE
        MOVE OM-KEYED-ENTRY (1:30) TO OM-WORK-NAME
    END-IF.
    MOVE OM-OLD-FUNCTIONS TO OM-SHOW-FLAGS.
    PERFORM 2950-SHOW-FUNCTIONS
        THRU 2950-EXIT.
    DISPLAY "FUNCTIONS (- FOR NONE, BLANK TO KEEP "
        OM-SHOW-CODES "):".
    MOVE SPACES TO OM-KEYED-ENTRY.
    ACCEPT OM-KEYED-ENTRY.
    IF OM-KEYED-ENTRY = SPACES
        MOVE OM-OLD-FUNCTIONS TO OM-WORK-FUNCTIONS
    ELSE
        PERFORM 2900-KEY-FUNCTIONS
            THRU 2900-EXIT
        IF NOT FUNCTIONS-ARE-VALID
            ADD 1 TO OM-REFUSED-COUNT
            GO TO 4000-EXIT
        END-IF
    END-IF.
    DISPLAY "STATUS (A=ACTIVE I=INACTIVE, BLANK TO KEEP "
        OM-OLD-STATUS "):".
    MOVE SPACES TO OM-KEYED-ENTRY.
    ACCEPT OM-KEYED-ENTRY.
    IF OM-KEYED-ENTRY (1:1) = SPACE
        MOVE OM-OLD-STATUS TO OM-WORK-STATUS
    ELSE
        MOVE OM-KEYED-ENTRY (1:1) TO OM-WORK-STATUS
        IF OM-WORK-STATUS NOT = "A" AND "I"
            DISPLAY "  REFUSED - STATUS MUST BE A OR I"
            ADD 1 TO OM-REFUSED-COUNT
            GO TO 4000-EXIT
        END-IF
    END-IF.
    IF OM-WORK-NAME = OM-OLD-NAME
       AND OM-WORK-FUNCTIONS = OM-OLD-FUNCTIONS
       AND OM-WORK-STATUS = OM-OLD-STATUS
        DISPLAY "  NOTHING CHANGED - NOT RECORDED"
        GO TO 4000-EXIT
    END-IF.
    MOVE OM-WORK-NAME TO OM-OPER-NAME (OM-ACTIVE-OPER-SUB).
    MOVE OM-WORK-FUNCTIONS TO OM-OPER-FUNCTIONS (OM-ACTIVE-OPER-SUB).
    MOVE OM-WORK-STATUS TO OM-OPER-STATUS-FLAG (OM-ACTIVE-OPER-SUB).
    ADD 1 TO OM-CHANGED-COUNT.
    PERFORM 7000-RECORD-ONE-CHANGE
        THRU 7000-EXIT.
    DISPLAY "  CHANGED " OM-WORK-USER-ID " " DTL-NEW-FUNCTIONS
        " " OM-WORK-STATUS.
4000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 7000-RECORD-ONE-CHANGE - print the applied action's before and
*> after images on the change register and append the matching
*> change-history record. The work fields were staged by the
*> action paragraphs: an add carries a blank before image.
*> ----------------------------------------------------------------
7000-RECORD-ONE-CHANGE.
    EVALUATE OM-ACTION
        WHEN "A"
            MOVE "ADD" TO DTL-ACTION
        WHEN "C"
            MOVE "CHANGE" TO DTL-ACTION
    END-EVALUATE.
    MOVE OM-WORK-USER-ID TO DTL-USER-ID.
    MOVE OM-OLD-NAME TO DTL-OLD-NAME.
    MOVE SPACES TO DTL-OLD-FUNCTIONS.
    IF OM-OLD-FUNCTIONS NOT = SPACES
        MOVE OM-OLD-FUNCTIONS TO OM-SHOW-FLAGS
        PERFORM 2950-SHOW-FUNCTIONS
            THRU 2950-EXIT
        MOVE OM-SHOW-CODES TO DTL-OLD-FUNCTIONS
    END-IF.
    MOVE OM-OLD-STATUS TO DTL-OLD-STATUS.
    MOVE OM-WORK-NAME TO DTL-NEW-NAME.
    MOVE OM-WORK-FUNCTIONS TO OM-SHOW-FLAGS.
    PERFORM 2950-SHOW-FUNCTIONS
        THRU 2950-EXIT.
    MOVE OM-SHOW-CODES TO DTL-NEW-FUNCTIONS.
    MOVE OM-WORK-STATUS TO DTL-NEW-STATUS.
    WRITE PRINT-LINE FROM OM-DETAIL-LINE
        AFTER ADVANCING 1 LINE.
    ACCEPT OM-RUN-TIME FROM TIME.
    MOVE OM-RUN-DATE-YYYYMMDD TO OPERH-CHANGE-DATE.
    MOVE OM-RUN-TIME TO OPERH-CHANGE-TIME.
    MOVE OM-USER-ID TO OPERH-USER-ID.
    MOVE OM-ACTION TO OPERH-ACTION.
    MOVE OM-WORK-USER-ID TO OPERH-OPER-USER-ID.
    MOVE OM-OLD-NAME TO OPERH-OLD-NAME.
    MOVE OM-OLD-FUNCTIONS TO OPERH-OLD-FUNCTIONS.
    MOVE OM-OLD-STATUS TO OPERH-OLD-STATUS.
    MOVE OM-WORK-NAME TO OPERH-NEW-NAME.
    MOVE OM-WORK-FUNCTIONS TO OPERH-NEW-FUNCTIONS.
    MOVE OM-WORK-STATUS TO OPERH-NEW-STATUS.
    WRITE OPERH-RECORD.
7000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 9000-FINALIZE - rewrite the maintained master to OPERNEW (the
*> job stream puts it back in place of the old one), print the
*> session accounting, set the return code, and close the files.
*> RETURN-CODE 4 says at least one action was refused, so the
*> session output is looked at before the new master is cataloged.
*> ----------------------------------------------------------------
9000-FINALIZE.
    OPEN OUTPUT NEW-OPER-FILE.
    IF OM-NEW-STATUS NOT = "00"
        DISPLAY "OPERATORMAINTENANCE: UNABLE TO OPEN OPERNEW, "
            "FILE STATUS = " OM-NEW-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 9100-WRITE-ONE-MASTER-RECORD
        THRU 9100-EXIT
        VARYING OM-OPER-SUB FROM 1 BY 1
        UNTIL OM-OPER-SUB > OM-OPER-COUNT.
    CLOSE NEW-OPER-FILE.
    MOVE OM-ADDED-COUNT TO TOT-ADDED-COUNT.
    WRITE PRINT-LINE FROM OM-ADDED-COUNT-LINE
        AFTER ADVANCING 2 LINES.
    MOVE OM-CHANGED-COUNT TO TOT-CHANGED-COUNT.
    WRITE PRINT-LINE FROM OM-CHANGED-COUNT-LINE
        AFTER ADVANCING 1 LINE.
    MOVE OM-REFUSED-COUNT TO TOT-REFUSED-COUNT.
    WRITE PRINT-LINE FROM OM-REFUSED-COUNT-LINE
        AFTER ADVANCING 1 LINE.
    MOVE OM-WRITTEN-COUNT TO TOT-WRITTEN-COUNT.
    WRITE PRINT-LINE FROM OM-WRITTEN-COUNT-LINE
        AFTER ADVANCING 1 LINE.
    CLOSE HISTORY-FILE.
    CLOSE PRINT-FILE.
    MOVE OM-WRITTEN-COUNT TO OM-COUNT-DISPLAY.
    DISPLAY "MASTER RECORDS WRITTEN TO OPERNEW: " OM-COUNT-DISPLAY.
    MOVE ZERO TO RETURN-CODE.
    IF OM-REFUSED-COUNT > ZERO
        MOVE 4 TO RETURN-CODE
    END-IF.
9000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 9100-WRITE-ONE-MASTER-RECORD - write one table entry in OPERREC
*> form.
*> ----------------------------------------------------------------
9100-WRITE-ONE-MASTER-RECORD.
    MOVE SPACES TO OM-NEW-OPER-RECORD.
    MOVE OM-OPER-USER-ID (OM-OPER-SUB)
        TO OM-NEW-OPER-RECORD (1:8).
    MOVE OM-OPER-NAME (OM-OPER-SUB)
        TO OM-NEW-OPER-RECORD (9:30).
    MOVE OM-OPER-FUNCTIONS (OM-OPER-SUB)
        TO OM-NEW-OPER-RECORD (39:6).
    MOVE OM-OPER-STATUS-FLAG (OM-OPER-SUB)
        TO OM-NEW-OPER-RECORD (45:1).
    WRITE OM-NEW-OPER-RECORD.
    ADD 1 TO OM-WRITTEN-COUNT.
9100-EXIT.
    EXIT.
