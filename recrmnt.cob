       >>SOURCE FORMAT FREE
*> ================================================================
*> RecurringMaintenance
*> Keyed maintenance front end for the RECRMSTR recurring-entry
*> master, in the DeptMaintenance mold: the standing batches - the
*> rent, lease, and service-contract work keyed by hand every month
*> until the recurring-entry generator took it over - are added,
*> changed, and deleted one at a time at the terminal with
*> immediate edits. The department must be on DEPTACCT, the
*> currency, if not base, on the CURRMST rate master, the
*> frequency M, Q, or D (with a day of the month 01-28 for D), the
*> dates real YYYYMMDD dates with the end (if any) not before the
*> start, and every amount numeric; an add is refused when the
*> entry id is already on the master, and a change or delete when
*> it is not. The last period generated is the generator's to set
*> and is shown, never keyed; RECRMSTR is read again as the
*> session ends and each entry's last period generated is taken
*> from it, so a generation run that stamped the master while the
*> session was open is not undone when RECRNEW replaces it. The
*> maintained master is rewritten to RECRNEW, which the job stream
*> then puts back in place of the old one, so a half-keyed session
*> never leaves a half-changed live master.
*>
*> Every applied action prints on a before/after change register
*> (RPTOUT) and appends a change-history record (RECRHIST) with
*> the user, date, and time and the entry's full before and after
*> images.
*>
*> At the action prompt:
*>   A          add a standing entry
*>   C          change a standing entry (a blank reply to any
*>              prompt keeps the value shown)
*>   D          delete a standing entry
*>   (blank)    end the session
*>
*> Amounts are keyed as 9(9)V99 with a trailing sign, e.g.
*> 00000012345+ for 123.45, in the entry's own currency - exactly
*> as they would be keyed through TransactionEntry.
*>
*> The user id must be active on the operator master (OPERMSTR)
*> with the key function - a standing entry is a batch keyed once
*> instead of every month; anyone else is refused before the
*> master is loaded, the refusal is appended to the audit trail
*> (AUDITOUT), and no RECRNEW is written.
*>
*> Modification history:
*>   - Written so the standing batches are kept on a master by
*>     guided keying with a change history, instead of being
*>     rekeyed every month and forced past the posted-batch
*>     register.
*> ================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. RecurringMaintenance.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RECR-FILE ASSIGN TO RECRMSTR
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RM-RECR-STATUS.

    SELECT NEW-RECR-FILE ASSIGN TO RECRNEW
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RM-NEW-STATUS.

    SELECT HISTORY-FILE ASSIGN TO RECRHIST
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RM-HIST-STATUS.

    SELECT DEPT-FILE ASSIGN TO DEPTACCT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RM-DEPT-STATUS.

    SELECT CURRENCY-FILE ASSIGN TO CURRMST
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RM-CURR-STATUS.

    SELECT PRINT-FILE ASSIGN TO RPTOUT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RM-PRINT-STATUS.

    SELECT OPER-FILE ASSIGN TO OPERMSTR
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RM-OPER-STATUS.

    SELECT AUDIT-OUT-FILE ASSIGN TO AUDITOUT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RM-AUDOUT-STATUS.

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
01  RM-NEW-RECR-RECORD              PIC X(312).

FD  HISTORY-FILE
    LABEL RECORDS ARE OMITTED.
    COPY RECHREC.

FD  DEPT-FILE
    LABEL RECORDS ARE OMITTED.
    COPY DEPTREC.

FD  CURRENCY-FILE
    LABEL RECORDS ARE OMITTED.
    COPY CURRREC.

FD  PRINT-FILE
    LABEL RECORDS ARE OMITTED.
01  PRINT-LINE                      PIC X(132).

FD  OPER-FILE
    LABEL RECORDS ARE OMITTED.
    COPY OPERREC.

FD  AUDIT-OUT-FILE
    LABEL RECORDS ARE OMITTED.
    COPY AUDITREC.

WORKING-STORAGE SECTION.
01  RM-SWITCHES.
    05  RM-SESSION-DONE-SWITCH      PIC X(01) VALUE 'N'.
        88  SESSION-IS-COMPLETE             VALUE 'Y'.
    05  RM-FIELDS-OK-SWITCH         PIC X(01) VALUE 'N'.
        88  FIELDS-ARE-VALID                VALUE 'Y'.
    05  RM-DEPT-FOUND-SWITCH        PIC X(01) VALUE 'N'.
        88  DEPT-IS-ON-MASTER               VALUE 'Y'.
    05  RM-CURR-FOUND-SWITCH        PIC X(01) VALUE 'N'.
        88  CURRENCY-IS-ON-MASTER           VALUE 'Y'.
    05  RM-OPER-FOUND-SWITCH        PIC X(01) VALUE 'N'.
        88  OPERATOR-WAS-FOUND              VALUE 'Y'.

01  RM-RECR-STATUS                  PIC X(02) VALUE SPACES.
01  RM-NEW-STATUS                   PIC X(02) VALUE SPACES.
01  RM-HIST-STATUS                  PIC X(02) VALUE SPACES.
01  RM-DEPT-STATUS                  PIC X(02) VALUE SPACES.
01  RM-CURR-STATUS                  PIC X(02) VALUE SPACES.
01  RM-PRINT-STATUS                 PIC X(02) VALUE SPACES.
01  RM-OPER-STATUS                  PIC X(02) VALUE SPACES.
01  RM-AUDOUT-STATUS                PIC X(02) VALUE SPACES.

01  RM-KEYED-ENTRY                  PIC X(50) VALUE SPACES.
01  RM-KEYED-AMOUNT-X               PIC X(12) VALUE SPACES.
01  RM-KEYED-AMOUNT REDEFINES RM-KEYED-AMOUNT-X
                                    PIC S9(9)V99 SIGN IS TRAILING
                                                 SEPARATE CHARACTER.
01  RM-KEYED-DATE-X                 PIC X(08) VALUE SPACES.
01  RM-KEYED-DATE REDEFINES RM-KEYED-DATE-X.
    05  RM-KEYED-DATE-YYYY          PIC 9(4).
    05  RM-KEYED-DATE-MM            PIC 9(2).
    05  RM-KEYED-DATE-DD            PIC 9(2).
01  RM-KEYED-NUMBER-X               PIC X(02) VALUE SPACES.
01  RM-KEYED-NUMBER REDEFINES RM-KEYED-NUMBER-X
                                    PIC 9(02).
01  RM-ACTION                       PIC X(01) VALUE SPACE.
01  RM-WORK-ID                      PIC X(08) VALUE SPACES.
01  RM-WORK-CODE                    PIC X(04) VALUE SPACES.
01  RM-WORK-CURRENCY                PIC X(03) VALUE SPACES.
01  RM-WORK-DATE                    PIC 9(08) VALUE 0.

*> Days in each month, for the keyed-date edit; February's 28
*> is raised to 29 in a leap year.
01  RM-MONTH-DAYS-VALUES            PIC X(24)
                                    VALUE "312831303130313130313031".
01  RM-MONTH-DAYS-TABLE REDEFINES RM-MONTH-DAYS-VALUES.
    05  RM-MONTH-DAYS               PIC 9(2) OCCURS 12 TIMES.
01  RM-DAYS-IN-MONTH                PIC 9(2) VALUE 0.
01  RM-LEAP-QUOTIENT                PIC 9(4) VALUE 0.
01  RM-LEAP-REMAINDER               PIC 9(3) VALUE 0.
01  RM-OLD-IMAGE                    PIC X(312) VALUE SPACES.
01  RM-AMOUNT-SUB                   PIC 9(2) COMP VALUE 0.
01  RM-ENTRY-TOTAL                  PIC S9(11)V99 VALUE 0.
01  RM-AMOUNT-DISPLAY               PIC ZZZ,ZZZ,ZZ9.99- .
01  RM-TOTAL-DISPLAY                PIC ZZ,ZZZ,ZZZ,ZZ9.99- .

*> Department codes on DEPTACCT; a standing entry only posts to
*> one of them.
01  RM-DEPT-TABLE-AREA.
    05  RM-DEPT-COUNT               PIC 9(2) COMP VALUE 0.
    05  RM-MAX-DEPTS                PIC 9(2) COMP VALUE 50.
    05  RM-DEPT-CODE                PIC X(04) OCCURS 50 TIMES.
01  RM-DEPT-SUB                     PIC 9(2) COMP VALUE 0.

*> Currency codes on the CURRMST rate master, each once however
*> many effective dates it carries; a foreign-currency entry only
*> generates in one of them, or the daily run would refuse its
*> batch for want of a rate.
01  RM-CURR-TABLE-AREA.
    05  RM-CURR-COUNT               PIC 9(2) COMP VALUE 0.
    05  RM-MAX-CURRENCIES           PIC 9(2) COMP VALUE 50.
    05  RM-CURR-CODE                PIC X(03) OCCURS 50 TIMES.
01  RM-CURR-SUB                     PIC 9(2) COMP VALUE 0.

*> The maintained master, loaded whole at initialization and
*> rewritten whole at the end of the session; each entry is held
*> as its RECRREC image. A delete only marks its entry so the
*> register can still show the before image.
01  RM-RECR-TABLE-AREA.
    05  RM-RECR-COUNT               PIC 9(4) COMP VALUE 0.
    05  RM-MAX-ENTRIES              PIC 9(4) COMP VALUE 400.
    05  RM-RECR-ENTRY OCCURS 400 TIMES.
        10  RM-RECR-IMAGE           PIC X(312).
        10  RM-RECR-DELETED-SWITCH  PIC X(01).
            88  THIS-ENTRY-IS-DELETED       VALUE 'Y'.
01  RM-RECR-SUB                     PIC 9(4) COMP VALUE 0.
01  RM-ACTIVE-RECR-SUB              PIC 9(4) COMP VALUE 0.

*> The entry being keyed, edited, printed, or imaged, in RECRREC
*> form. RECRMSTR is closed once the table is loaded (and never
*> opened at all when the master does not exist yet), so its
*> record area is not used as a work area.
    COPY RECRREC REPLACING LEADING ==RECR-== BY ==RM-RECR-==.

01  RM-ADDED-COUNT                  PIC 9(4) VALUE 0.
01  RM-CHANGED-COUNT                PIC 9(4) VALUE 0.
01  RM-DELETED-COUNT                PIC 9(4) VALUE 0.
01  RM-REFUSED-COUNT                PIC 9(4) VALUE 0.
01  RM-WRITTEN-COUNT                PIC 9(4) VALUE 0.
01  RM-RESTAMPED-COUNT              PIC 9(4) VALUE 0.
01  RM-COUNT-DISPLAY                PIC ZZZ9.

01  RM-RUN-DATE-FIELDS.
    05  RM-RUN-DATE-YYYYMMDD        PIC 9(8).
    05  RM-RUN-DATE-X REDEFINES RM-RUN-DATE-YYYYMMDD.
        10  RM-RUN-YYYY             PIC 9(4).
        10  RM-RUN-MM               PIC 9(2).
        10  RM-RUN-DD               PIC 9(2).
01  RM-RUN-DATE-DISPLAY             PIC X(10).
01  RM-RUN-TIME                     PIC 9(8) VALUE 0.
01  RM-USER-ID                      PIC X(08) VALUE SPACES.
01  RM-REFUSAL-REASON               PIC X(30) VALUE SPACES.

*> Audit trail chaining. RM-CHAIN-VALUE holds the check value on
*> the last record on the trail; the record written folds its
*> bytes into it (1270). A byte is folded by its code point, which
*> the binary halfword over RM-CHAIN-BYTE-AREA reads out.
01  RM-CHAIN-TAIL-EOF-SWITCH        PIC X(01) VALUE 'N'.
    88  END-OF-CHAIN-TAIL                  VALUE 'Y'.
01  RM-CHAIN-VALUE                  PIC 9(09) VALUE 0.
01  RM-CHAIN-SUB                    PIC 9(03) COMP VALUE 0.
01  RM-CHAIN-PRODUCT                PIC 9(11) VALUE 0.
01  RM-CHAIN-QUOTIENT               PIC 9(11) VALUE 0.
01  RM-CHAIN-BYTE-AREA.
    05  FILLER                      PIC X(01) VALUE LOW-VALUE.
    05  RM-CHAIN-BYTE               PIC X(01) VALUE LOW-VALUE.
01  RM-CHAIN-BYTE-VALUE REDEFINES RM-CHAIN-BYTE-AREA
                                    PIC 9(4) COMP.

01  RM-HDR1-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(30)
                                     VALUE "STANDING ENTRY CHANGE REGISTER".
    05  FILLER                      PIC X(10) VALUE SPACES.
    05  FILLER                      PIC X(10) VALUE "RUN DATE:".
    05  HDR-RUN-DATE                PIC X(10).

01  RM-HDR2-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(08) VALUE "ACTION".
    05  FILLER                      PIC X(10) VALUE "ENTRY ID".
    05  FILLER                      PIC X(06) VALUE "DEPT".
    05  FILLER                      PIC X(06) VALUE "CURR".
    05  FILLER                      PIC X(03) VALUE "F".
    05  FILLER                      PIC X(04) VALUE "DY".
    05  FILLER                      PIC X(10) VALUE "START".
    05  FILLER                      PIC X(10) VALUE "END".
    05  FILLER                      PIC X(08) VALUE "LAST".
    05  FILLER                      PIC X(04) VALUE "NO".
    05  FILLER                      PIC X(17) VALUE "    ENTRY TOTAL".
    05  FILLER                      PIC X(30) VALUE "DESCRIPTION".

01  RM-DETAIL-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  DTL-ACTION                  PIC X(06).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  DTL-ENTRY-ID                PIC X(08).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  DTL-DEPT-CODE               PIC X(04).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  DTL-CURRENCY-CODE           PIC X(04).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  DTL-FREQUENCY               PIC X(01).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  DTL-DUE-DAY                 PIC X(02).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  DTL-START-DATE              PIC X(08).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  DTL-END-DATE                PIC X(08).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  DTL-LAST-PERIOD             PIC X(06).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  DTL-AMOUNT-COUNT            PIC Z9.
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  DTL-ENTRY-TOTAL             PIC ZZZ,ZZZ,ZZ9.99-.
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  DTL-DESCRIPTION             PIC X(30).

01  RM-ADDED-COUNT-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(26)
                                     VALUE "ENTRIES ADDED:".
    05  TOT-ADDED-COUNT             PIC ZZZ9.

01  RM-CHANGED-COUNT-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(26)
                                     VALUE "ENTRIES CHANGED:".
    05  TOT-CHANGED-COUNT           PIC ZZZ9.

01  RM-DELETED-COUNT-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(26)
                                     VALUE "ENTRIES DELETED:".
    05  TOT-DELETED-COUNT           PIC ZZZ9.

01  RM-REFUSED-COUNT-LINE.
    05  FILLER                      PIC X(01) VALUE SPACE.
    05  FILLER                      PIC X(26)
                                     VALUE "ACTIONS REFUSED:".
    05  TOT-REFUSED-COUNT           PIC ZZZ9.

01  RM-WRITTEN-COUNT-LINE.
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
*> 1000-INITIALIZE - check the user may key batches, load the
*> department codes, the currency codes, and the current
*> recurring-entry master, open the register and the change
*> history, and print the register headers.
*> ----------------------------------------------------------------
1000-INITIALIZE.
    ACCEPT RM-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
    ACCEPT RM-RUN-TIME FROM TIME.
    ACCEPT RM-USER-ID FROM ENVIRONMENT "USER".
    PERFORM 1200-CHECK-AUTHORIZATION
        THRU 1200-EXIT.
    PERFORM 1300-LOAD-DEPT-ACCOUNTS
        THRU 1300-EXIT.
    PERFORM 1400-LOAD-CURRENCY-CODES
        THRU 1400-EXIT.
    PERFORM 1500-LOAD-RECURRING-MASTER
        THRU 1500-EXIT.
    OPEN EXTEND HISTORY-FILE.
    IF RM-HIST-STATUS = "35"
        OPEN OUTPUT HISTORY-FILE
    END-IF.
    IF RM-HIST-STATUS NOT = "00"
        DISPLAY "RECURRINGMAINTENANCE: UNABLE TO OPEN RECRHIST, "
            "FILE STATUS = " RM-HIST-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT PRINT-FILE.
    STRING RM-RUN-MM   DELIMITED BY SIZE
           "/"         DELIMITED BY SIZE
           RM-RUN-DD   DELIMITED BY SIZE
           "/"         DELIMITED BY SIZE
           RM-RUN-YYYY DELIMITED BY SIZE
        INTO RM-RUN-DATE-DISPLAY
    END-STRING.
    MOVE RM-RUN-DATE-DISPLAY TO HDR-RUN-DATE.
    WRITE PRINT-LINE FROM RM-HDR1-LINE
        AFTER ADVANCING PAGE.
    WRITE PRINT-LINE FROM RM-HDR2-LINE
        AFTER ADVANCING 2 LINES.
    MOVE RM-RECR-COUNT TO RM-COUNT-DISPLAY.
    DISPLAY "RECURRING ENTRY MAINTENANCE - " RM-COUNT-DISPLAY
        " STANDING ENTRIES ON THE MASTER".
    DISPLAY "KEY AMOUNTS AS 9(9)V99 WITH TRAILING SIGN, E.G. "
        "00000012345+ FOR 123.45".
    DISPLAY "ACTIONS: A=ADD C=CHANGE D=DELETE, BLANK LINE ENDS "
        "THE SESSION".
1000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1200-CHECK-AUTHORIZATION - look the user up on the operator
*> master: the id must be there, active, and hold the key
*> function. A refusal goes to the audit trail and ends the
*> session with RETURN-CODE 12 before anything is loaded, so no
*> RECRNEW is written; a missing master stops it with 16.
*> ----------------------------------------------------------------
1200-CHECK-AUTHORIZATION.
    OPEN INPUT OPER-FILE.
    IF RM-OPER-STATUS NOT = "00"
        DISPLAY "RECURRINGMAINTENANCE: UNABLE TO OPEN OPERMSTR, "
            "FILE STATUS = " RM-OPER-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 1210-READ-ONE-OPERATOR
        THRU 1210-EXIT
        UNTIL RM-OPER-STATUS NOT = "00"
           OR OPERATOR-WAS-FOUND.
    EVALUATE TRUE
        WHEN NOT OPERATOR-WAS-FOUND
            MOVE "USER NOT ON OPERATOR MASTER" TO RM-REFUSAL-REASON
        WHEN NOT OPER-IS-ACTIVE
            MOVE "OPERATOR IS INACTIVE" TO RM-REFUSAL-REASON
        WHEN NOT OPER-MAY-KEY
            MOVE "NOT AUTHORIZED TO KEY" TO RM-REFUSAL-REASON
        WHEN OTHER
            CLOSE OPER-FILE
            GO TO 1200-EXIT
    END-EVALUATE.
    CLOSE OPER-FILE.
    PERFORM 1250-WRITE-AUTH-REFUSAL
        THRU 1250-EXIT.
    DISPLAY "RECURRINGMAINTENANCE: USER " RM-USER-ID " REFUSED - "
        RM-REFUSAL-REASON.
    MOVE 12 TO RETURN-CODE.
    STOP RUN.
1200-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1210-READ-ONE-OPERATOR - read one operator master record and
*> note whether it is the user's.
*> ----------------------------------------------------------------
1210-READ-ONE-OPERATOR.
    READ OPER-FILE
        AT END
            GO TO 1210-EXIT
    END-READ.
    IF RM-OPER-STATUS = "00"
       AND OPER-USER-ID = RM-USER-ID
        SET OPERATOR-WAS-FOUND TO TRUE
    END-IF.
1210-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1250-WRITE-AUTH-REFUSAL - append the refusal to the audit
*> trail: the refused id as the user, no batch, and the key
*> function code, the reason, and this program in the refusal
*> fields. It carries no amounts. The trail is read through first
*> for the check value the refusal chains from.
*> ----------------------------------------------------------------
1250-WRITE-AUTH-REFUSAL.
    OPEN INPUT AUDIT-OUT-FILE.
    IF RM-AUDOUT-STATUS = "00"
        PERFORM 1260-READ-CHAIN-TAIL
            THRU 1260-EXIT
            UNTIL END-OF-CHAIN-TAIL
        CLOSE AUDIT-OUT-FILE
    END-IF.
    OPEN EXTEND AUDIT-OUT-FILE.
    IF RM-AUDOUT-STATUS = "35"
        OPEN OUTPUT AUDIT-OUT-FILE
    END-IF.
    IF RM-AUDOUT-STATUS NOT = "00"
        DISPLAY "RECURRINGMAINTENANCE: UNABLE TO OPEN AUDITOUT, "
            "FILE STATUS = " RM-AUDOUT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE RM-RUN-DATE-YYYYMMDD TO AUDIT-RUN-DATE.
    MOVE RM-RUN-TIME TO AUDIT-RUN-TIME.
    MOVE RM-USER-ID TO AUDIT-USER-ID.
    MOVE SPACES TO AUDIT-DEPT-CODE.
    MOVE ZERO TO AUDIT-SEQUENCE-NO.
    MOVE ZERO TO AUDIT-AMOUNT-COUNT.
    MOVE SPACES TO AUDIT-REFUSAL-DATA.
    MOVE "K" TO AUDIT-REFUSED-FUNCTION.
    MOVE RM-REFUSAL-REASON TO AUDIT-REFUSAL-REASON.
    MOVE "RECRMNT" TO AUDIT-REFUSING-PROGRAM.
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
    CLOSE AUDIT-OUT-FILE.
1250-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1260-READ-CHAIN-TAIL - read one audit record on the way to the
*> end of the trail, keeping its check value. A record without one
*> (written before the trail was chained) leaves zero.
*> ----------------------------------------------------------------
1260-READ-CHAIN-TAIL.
    READ AUDIT-OUT-FILE
        AT END
            SET END-OF-CHAIN-TAIL TO TRUE
            GO TO 1260-EXIT
    END-READ.
    IF AUDIT-CHAIN-VALUE IS NUMERIC
        MOVE AUDIT-CHAIN-VALUE TO RM-CHAIN-VALUE
    ELSE
        MOVE ZERO TO RM-CHAIN-VALUE
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
        VARYING RM-CHAIN-SUB FROM 1 BY 1
        UNTIL RM-CHAIN-SUB > 333.
    MOVE RM-CHAIN-VALUE TO AUDIT-CHAIN-VALUE.
1270-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1280-FOLD-ONE-BYTE - fold one byte of the record into the
*> running check value.
*> ----------------------------------------------------------------
1280-FOLD-ONE-BYTE.
    MOVE AUDIT-RECORD (RM-CHAIN-SUB:1) TO RM-CHAIN-BYTE.
    COMPUTE RM-CHAIN-PRODUCT = RM-CHAIN-VALUE * 31
        + RM-CHAIN-BYTE-VALUE + RM-CHAIN-SUB.
    DIVIDE RM-CHAIN-PRODUCT BY 999999937
        GIVING RM-CHAIN-QUOTIENT
        REMAINDER RM-CHAIN-VALUE.
1280-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1300-LOAD-DEPT-ACCOUNTS - table the department codes on the
*> department master, which every standing entry must name.
*> ----------------------------------------------------------------
1300-LOAD-DEPT-ACCOUNTS.
    OPEN INPUT DEPT-FILE.
    IF RM-DEPT-STATUS NOT = "00"
        DISPLAY "RECURRINGMAINTENANCE: UNABLE TO OPEN DEPTACCT, "
            "FILE STATUS = " RM-DEPT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 1310-LOAD-ONE-DEPT
        THRU 1310-EXIT
        UNTIL RM-DEPT-STATUS NOT = "00".
    CLOSE DEPT-FILE.
1300-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1310-LOAD-ONE-DEPT - read and table one department code. A
*> blank code is skipped; an overfull table is a setup error worth
*> stopping the run for.
*> ----------------------------------------------------------------
1310-LOAD-ONE-DEPT.
    READ DEPT-FILE
        AT END
            GO TO 1310-EXIT
    END-READ.
    IF RM-DEPT-STATUS NOT = "00"
        GO TO 1310-EXIT
    END-IF.
    IF DEPT-CODE = SPACES
        GO TO 1310-EXIT
    END-IF.
    IF RM-DEPT-COUNT >= RM-MAX-DEPTS
        DISPLAY "RECURRINGMAINTENANCE: MORE THAN " RM-MAX-DEPTS
            " DEPARTMENTS ON DEPTACCT"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO RM-DEPT-COUNT.
    MOVE DEPT-CODE TO RM-DEPT-CODE (RM-DEPT-COUNT).
1310-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1400-LOAD-CURRENCY-CODES - table the currency codes on the rate
*> master, which a foreign-currency entry must name.
*> ----------------------------------------------------------------
1400-LOAD-CURRENCY-CODES.
    OPEN INPUT CURRENCY-FILE.
    IF RM-CURR-STATUS NOT = "00"
        DISPLAY "RECURRINGMAINTENANCE: UNABLE TO OPEN CURRMST, "
            "FILE STATUS = " RM-CURR-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 1410-LOAD-ONE-CURRENCY
        THRU 1410-EXIT
        UNTIL RM-CURR-STATUS NOT = "00".
    CLOSE CURRENCY-FILE.
1400-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1410-LOAD-ONE-CURRENCY - read one rate record and table its
*> currency code if it is not tabled already. A blank code or an
*> unusable rate is skipped; an overfull table is a setup error
*> worth stopping the run for.
*> ----------------------------------------------------------------
1410-LOAD-ONE-CURRENCY.
    READ CURRENCY-FILE
        AT END
            GO TO 1410-EXIT
    END-READ.
    IF RM-CURR-STATUS NOT = "00"
        GO TO 1410-EXIT
    END-IF.
    IF CURR-CODE = SPACES
       OR CURR-RATE IS NOT NUMERIC
       OR CURR-EFF-DATE IS NOT NUMERIC
        GO TO 1410-EXIT
    END-IF.
    MOVE CURR-CODE TO RM-WORK-CURRENCY.
    PERFORM 2870-CHECK-CURRENCY-ON-MASTER
        THRU 2870-EXIT.
    IF CURRENCY-IS-ON-MASTER
        GO TO 1410-EXIT
    END-IF.
    IF RM-CURR-COUNT >= RM-MAX-CURRENCIES
        DISPLAY "RECURRINGMAINTENANCE: MORE THAN " RM-MAX-CURRENCIES
            " CURRENCIES ON CURRMST"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO RM-CURR-COUNT.
    MOVE CURR-CODE TO RM-CURR-CODE (RM-CURR-COUNT).
1410-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1500-LOAD-RECURRING-MASTER - load the current recurring-entry
*> master into the maintenance table. A master not yet created
*> starts empty; any other open failure stops the run.
*> ----------------------------------------------------------------
1500-LOAD-RECURRING-MASTER.
    OPEN INPUT RECR-FILE.
    IF RM-RECR-STATUS = "35"
        GO TO 1500-EXIT
    END-IF.
    IF RM-RECR-STATUS NOT = "00"
        DISPLAY "RECURRINGMAINTENANCE: UNABLE TO OPEN RECRMSTR, "
            "FILE STATUS = " RM-RECR-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 1510-LOAD-ONE-ENTRY
        THRU 1510-EXIT
        UNTIL RM-RECR-STATUS NOT = "00".
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
    IF RM-RECR-STATUS NOT = "00"
        GO TO 1510-EXIT
    END-IF.
    IF RECR-ENTRY-ID = SPACES
        GO TO 1510-EXIT
    END-IF.
    IF RM-RECR-COUNT >= RM-MAX-ENTRIES
        DISPLAY "RECURRINGMAINTENANCE: MORE THAN " RM-MAX-ENTRIES
            " ENTRIES ON RECRMSTR"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO RM-RECR-COUNT.
    MOVE RECR-RECORD TO RM-RECR-IMAGE (RM-RECR-COUNT).
    MOVE 'N' TO RM-RECR-DELETED-SWITCH (RM-RECR-COUNT).
1510-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2000-KEY-ONE-ACTION - take one action and entry id from the
*> terminal and dispatch it. A blank line ends the session;
*> anything but the three actions is refused on the spot.
*> ----------------------------------------------------------------
2000-KEY-ONE-ACTION.
    DISPLAY "ACTION (A/C/D, BLANK TO END):".
    MOVE SPACES TO RM-KEYED-ENTRY.
    ACCEPT RM-KEYED-ENTRY.
    IF RM-KEYED-ENTRY = SPACES
        SET SESSION-IS-COMPLETE TO TRUE
        GO TO 2000-EXIT
    END-IF.
    MOVE RM-KEYED-ENTRY (1:1) TO RM-ACTION.
    IF RM-ACTION NOT = "A" AND "C" AND "D"
        DISPLAY "  REFUSED - ACTION MUST BE A, C, OR D"
        GO TO 2000-EXIT
    END-IF.
    DISPLAY "ENTRY ID:".
    MOVE SPACES TO RM-KEYED-ENTRY.
    ACCEPT RM-KEYED-ENTRY.
    IF RM-KEYED-ENTRY (1:8) = SPACES
        DISPLAY "  REFUSED - AN ENTRY ID IS REQUIRED"
        GO TO 2000-EXIT
    END-IF.
    MOVE RM-KEYED-ENTRY (1:8) TO RM-WORK-ID.
    PERFORM 2800-LOCATE-ENTRY
        THRU 2800-EXIT.
    EVALUATE RM-ACTION
        WHEN "A"
            PERFORM 3000-ADD-ENTRY
                THRU 3000-EXIT
        WHEN "C"
            PERFORM 4000-CHANGE-ENTRY
                THRU 4000-EXIT
        WHEN "D"
            PERFORM 5000-DELETE-ENTRY
                THRU 5000-EXIT
    END-EVALUATE.
2000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2500-KEY-ENTRY-FIELDS - take the entry's fields from the
*> terminal into RM-RECR-RECORD, each edited as it is keyed. On a
*> change RM-RECR-RECORD arrives holding the entry as it stands and a
*> blank reply keeps the value shown; on an add it arrives blank
*> and every field but the currency and the end date must be
*> keyed. The first field to fail its edit refuses the action.
*> ----------------------------------------------------------------
2500-KEY-ENTRY-FIELDS.
    SET FIELDS-ARE-VALID TO TRUE.
    PERFORM 2510-KEY-DESCRIPTION
        THRU 2510-EXIT.
    IF NOT FIELDS-ARE-VALID
        GO TO 2500-EXIT
    END-IF.
    PERFORM 2520-KEY-DEPARTMENT
        THRU 2520-EXIT.
    IF NOT FIELDS-ARE-VALID
        GO TO 2500-EXIT
    END-IF.
    PERFORM 2530-KEY-CURRENCY
        THRU 2530-EXIT.
    IF NOT FIELDS-ARE-VALID
        GO TO 2500-EXIT
    END-IF.
    PERFORM 2540-KEY-FREQUENCY
        THRU 2540-EXIT.
    IF NOT FIELDS-ARE-VALID
        GO TO 2500-EXIT
    END-IF.
    PERFORM 2550-KEY-DATES
        THRU 2550-EXIT.
    IF NOT FIELDS-ARE-VALID
        GO TO 2500-EXIT
    END-IF.
    PERFORM 2560-KEY-AMOUNTS
        THRU 2560-EXIT.
2500-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2510-KEY-DESCRIPTION - the entry's description, which names it
*> on the change register and the generation register.
*> ----------------------------------------------------------------
2510-KEY-DESCRIPTION.
    IF RM-ACTION = "C"
        DISPLAY "  NOW: " RM-RECR-DESCRIPTION
    END-IF.
    DISPLAY "DESCRIPTION:".
    MOVE SPACES TO RM-KEYED-ENTRY.
    ACCEPT RM-KEYED-ENTRY.
    IF RM-KEYED-ENTRY (1:30) NOT = SPACES
        MOVE RM-KEYED-ENTRY (1:30) TO RM-RECR-DESCRIPTION
    END-IF.
    IF RM-RECR-DESCRIPTION = SPACES
        DISPLAY "  REFUSED - A DESCRIPTION IS REQUIRED"
        MOVE 'N' TO RM-FIELDS-OK-SWITCH
    END-IF.
2510-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2520-KEY-DEPARTMENT - the department the entry's work posts
*> under, which must be on DEPTACCT.
*> ----------------------------------------------------------------
2520-KEY-DEPARTMENT.
    IF RM-ACTION = "C"
        DISPLAY "  NOW: " RM-RECR-DEPT-CODE
    END-IF.
    DISPLAY "DEPARTMENT CODE:".
    MOVE SPACES TO RM-KEYED-ENTRY.
    ACCEPT RM-KEYED-ENTRY.
    IF RM-KEYED-ENTRY (1:4) NOT = SPACES
        MOVE RM-KEYED-ENTRY (1:4) TO RM-RECR-DEPT-CODE
    END-IF.
    MOVE RM-RECR-DEPT-CODE TO RM-WORK-CODE.
    PERFORM 2850-CHECK-DEPT-ON-MASTER
        THRU 2850-EXIT.
    IF NOT DEPT-IS-ON-MASTER
        DISPLAY "  REFUSED - DEPARTMENT " RM-RECR-DEPT-CODE
            " IS NOT ON DEPTACCT"
        MOVE 'N' TO RM-FIELDS-OK-SWITCH
    END-IF.
2520-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2530-KEY-CURRENCY - the currency the amounts are keyed in.
*> Blank is base currency on an add; on a change blank keeps the
*> code shown and "*" puts the entry back to base currency. Any
*> other currency must be on the CURRMST rate master.
*> ----------------------------------------------------------------
2530-KEY-CURRENCY.
    IF RM-ACTION = "C"
        DISPLAY "  NOW: " RM-RECR-CURRENCY-CODE
        DISPLAY "CURRENCY CODE (* FOR BASE CURRENCY):"
    ELSE
        DISPLAY "CURRENCY CODE (BLANK FOR BASE CURRENCY):"
    END-IF.
    MOVE SPACES TO RM-KEYED-ENTRY.
    ACCEPT RM-KEYED-ENTRY.
    IF RM-KEYED-ENTRY (1:1) = "*"
        MOVE SPACES TO RM-RECR-CURRENCY-CODE
        GO TO 2530-EXIT
    END-IF.
    IF RM-KEYED-ENTRY (1:3) NOT = SPACES
        MOVE RM-KEYED-ENTRY (1:3) TO RM-RECR-CURRENCY-CODE
    END-IF.
    IF RM-RECR-CURRENCY-CODE = SPACES
        GO TO 2530-EXIT
    END-IF.
    MOVE RM-RECR-CURRENCY-CODE TO RM-WORK-CURRENCY.
    PERFORM 2870-CHECK-CURRENCY-ON-MASTER
        THRU 2870-EXIT.
    IF NOT CURRENCY-IS-ON-MASTER
        DISPLAY "  REFUSED - CURRENCY " RM-RECR-CURRENCY-CODE
            " IS NOT ON CURRMST"
        MOVE 'N' TO RM-FIELDS-OK-SWITCH
    END-IF.
2530-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2540-KEY-FREQUENCY - how often the entry falls due: M monthly,
*> Q quarterly, or D on a given day of every month, which is then
*> keyed as 01-28 so that it falls in every month there is.
*> ----------------------------------------------------------------
2540-KEY-FREQUENCY.
    IF RM-ACTION = "C"
        DISPLAY "  NOW: " RM-RECR-FREQUENCY " " RM-RECR-DUE-DAY
    END-IF.
    DISPLAY "FREQUENCY (M=MONTHLY Q=QUARTERLY D=GIVEN DAY):".
    MOVE SPACES TO RM-KEYED-ENTRY.
    ACCEPT RM-KEYED-ENTRY.
    IF RM-KEYED-ENTRY (1:1) NOT = SPACE
        MOVE RM-KEYED-ENTRY (1:1) TO RM-RECR-FREQUENCY
    END-IF.
    IF NOT RM-RECR-IS-MONTHLY
       AND NOT RM-RECR-IS-QUARTERLY
       AND NOT RM-RECR-IS-ON-GIVEN-DAY
        DISPLAY "  REFUSED - FREQUENCY MUST BE M, Q, OR D"
        MOVE 'N' TO RM-FIELDS-OK-SWITCH
        GO TO 2540-EXIT
    END-IF.
    IF NOT RM-RECR-IS-ON-GIVEN-DAY
        MOVE ZERO TO RM-RECR-DUE-DAY
        GO TO 2540-EXIT
    END-IF.
    DISPLAY "DAY OF THE MONTH (01-28):".
    MOVE SPACES TO RM-KEYED-ENTRY.
    ACCEPT RM-KEYED-ENTRY.
    IF RM-KEYED-ENTRY (1:2) NOT = SPACES
        MOVE RM-KEYED-ENTRY (1:2) TO RM-KEYED-NUMBER-X
        IF RM-KEYED-NUMBER IS NUMERIC
            MOVE RM-KEYED-NUMBER TO RM-RECR-DUE-DAY
        ELSE
            MOVE ZERO TO RM-RECR-DUE-DAY
        END-IF
    END-IF.
    IF RM-RECR-DUE-DAY IS NOT NUMERIC
       OR RM-RECR-DUE-DAY < 1
       OR RM-RECR-DUE-DAY > 28
        DISPLAY "  REFUSED - DAY MUST BE 01-28"
        MOVE 'N' TO RM-FIELDS-OK-SWITCH
    END-IF.
2540-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2550-KEY-DATES - the start date, and the end date (blank or
*> 00000000 for none on an add; on a change blank keeps it and
*> 00000000 takes it off). The end date may not come before the
*> start date.
*> ----------------------------------------------------------------
2550-KEY-DATES.
    IF RM-ACTION = "C"
        DISPLAY "  NOW: " RM-RECR-START-DATE
    END-IF.
    DISPLAY "START DATE (YYYYMMDD):".
    MOVE SPACES TO RM-KEYED-ENTRY.
    ACCEPT RM-KEYED-ENTRY.
    IF RM-KEYED-ENTRY (1:8) NOT = SPACES
        MOVE RM-KEYED-ENTRY (1:8) TO RM-KEYED-DATE-X
        PERFORM 2950-EDIT-KEYED-DATE
            THRU 2950-EXIT
        IF NOT FIELDS-ARE-VALID
            GO TO 2550-EXIT
        END-IF
        MOVE RM-WORK-DATE TO RM-RECR-START-DATE
    END-IF.
    IF RM-RECR-START-DATE = ZERO
        DISPLAY "  REFUSED - A START DATE IS REQUIRED"
        MOVE 'N' TO RM-FIELDS-OK-SWITCH
        GO TO 2550-EXIT
    END-IF.
    IF RM-ACTION = "C"
        DISPLAY "  NOW: " RM-RECR-END-DATE
    END-IF.
    DISPLAY "END DATE (YYYYMMDD, 00000000 FOR NONE):".
    MOVE SPACES TO RM-KEYED-ENTRY.
    ACCEPT RM-KEYED-ENTRY.
    IF RM-KEYED-ENTRY (1:8) = "00000000"
        MOVE ZERO TO RM-RECR-END-DATE
        GO TO 2550-EXIT
    END-IF.
    IF RM-KEYED-ENTRY (1:8) NOT = SPACES
        MOVE RM-KEYED-ENTRY (1:8) TO RM-KEYED-DATE-X
        PERFORM 2950-EDIT-KEYED-DATE
            THRU 2950-EXIT
        IF NOT FIELDS-ARE-VALID
            GO TO 2550-EXIT
        END-IF
        MOVE RM-WORK-DATE TO RM-RECR-END-DATE
    END-IF.
    IF RM-RECR-END-DATE NOT = ZERO
       AND RM-RECR-END-DATE < RM-RECR-START-DATE
        DISPLAY "  REFUSED - END DATE IS BEFORE THE START DATE"
        MOVE 'N' TO RM-FIELDS-OK-SWITCH
    END-IF.
2550-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2560-KEY-AMOUNTS - how many amounts the entry carries (01-20,
*> one full TRANREC amount table), then each amount in turn. On a
*> change a blank count keeps the amounts as they stand.
*> ----------------------------------------------------------------
2560-KEY-AMOUNTS.
    IF RM-ACTION = "C"
        PERFORM 7200-TOTAL-ENTRY
            THRU 7200-EXIT
        MOVE RM-ENTRY-TOTAL TO RM-TOTAL-DISPLAY
        DISPLAY "  NOW: " RM-RECR-AMOUNT-COUNT " AMOUNTS TOTALLING "
            RM-TOTAL-DISPLAY
    END-IF.
    DISPLAY "NUMBER OF AMOUNTS (01-20):".
    MOVE SPACES TO RM-KEYED-ENTRY.
    ACCEPT RM-KEYED-ENTRY.
    IF RM-KEYED-ENTRY (1:2) = SPACES
       AND RM-ACTION = "C"
        GO TO 2560-EXIT
    END-IF.
    MOVE RM-KEYED-ENTRY (1:2) TO RM-KEYED-NUMBER-X.
    IF RM-KEYED-NUMBER IS NOT NUMERIC
       OR RM-KEYED-NUMBER < 1
       OR RM-KEYED-NUMBER > 20
        DISPLAY "  REFUSED - NUMBER OF AMOUNTS MUST BE 01-20"
        MOVE 'N' TO RM-FIELDS-OK-SWITCH
        GO TO 2560-EXIT
    END-IF.
    MOVE RM-KEYED-NUMBER TO RM-RECR-AMOUNT-COUNT.
    MOVE SPACES TO RM-RECR-AMOUNTS.
    PERFORM 2570-KEY-ONE-AMOUNT
        THRU 2570-EXIT
        VARYING RM-AMOUNT-SUB FROM 1 BY 1
        UNTIL RM-AMOUNT-SUB > RM-RECR-AMOUNT-COUNT
           OR NOT FIELDS-ARE-VALID.
    IF FIELDS-ARE-VALID
        PERFORM 7200-TOTAL-ENTRY
            THRU 7200-EXIT
        MOVE RM-ENTRY-TOTAL TO RM-TOTAL-DISPLAY
        DISPLAY "  ENTRY TOTAL " RM-TOTAL-DISPLAY
    END-IF.
2560-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2570-KEY-ONE-AMOUNT - take and edit one amount: 9(9)V99 with a
*> trailing sign, nothing else.
*> ----------------------------------------------------------------
2570-KEY-ONE-AMOUNT.
    DISPLAY "AMOUNT " RM-AMOUNT-SUB ":".
    MOVE SPACES TO RM-KEYED-ENTRY.
    ACCEPT RM-KEYED-ENTRY.
    MOVE RM-KEYED-ENTRY (1:12) TO RM-KEYED-AMOUNT-X.
    IF RM-KEYED-AMOUNT IS NUMERIC
        MOVE RM-KEYED-AMOUNT TO RM-RECR-AMOUNT-TABLE (RM-AMOUNT-SUB)
    ELSE
        DISPLAY "  REFUSED - NON-NUMERIC AMOUNT"
        MOVE 'N' TO RM-FIELDS-OK-SWITCH
    END-IF.
2570-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2800-LOCATE-ENTRY - find RM-WORK-ID in the maintenance table,
*> deleted entries included (an add over an entry deleted this
*> session is still a duplicate of this session's register), and
*> leave its entry number - or zero - in RM-ACTIVE-RECR-SUB.
*> ----------------------------------------------------------------
2800-LOCATE-ENTRY.
    MOVE ZERO TO RM-ACTIVE-RECR-SUB.
    PERFORM 2810-MATCH-ONE-ENTRY
        THRU 2810-EXIT
        VARYING RM-RECR-SUB FROM 1 BY 1
        UNTIL RM-RECR-SUB > RM-RECR-COUNT
           OR RM-ACTIVE-RECR-SUB > ZERO.
2800-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2810-MATCH-ONE-ENTRY - compare one table entry's id (the first
*> eight bytes of its image) against the id being located.
*> ----------------------------------------------------------------
2810-MATCH-ONE-ENTRY.
    IF RM-RECR-IMAGE (RM-RECR-SUB) (1:8) = RM-WORK-ID
        MOVE RM-RECR-SUB TO RM-ACTIVE-RECR-SUB
    END-IF.
2810-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2850-CHECK-DEPT-ON-MASTER - set DEPT-IS-ON-MASTER when
*> RM-WORK-CODE is on DEPTACCT.
*> ----------------------------------------------------------------
2850-CHECK-DEPT-ON-MASTER.
    MOVE 'N' TO RM-DEPT-FOUND-SWITCH.
    PERFORM 2860-MATCH-ONE-DEPT
        THRU 2860-EXIT
        VARYING RM-DEPT-SUB FROM 1 BY 1
        UNTIL RM-DEPT-SUB > RM-DEPT-COUNT
           OR DEPT-IS-ON-MASTER.
2850-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2860-MATCH-ONE-DEPT - compare one department code against the
*> code being checked.
*> ----------------------------------------------------------------
2860-MATCH-ONE-DEPT.
    IF RM-DEPT-CODE (RM-DEPT-SUB) = RM-WORK-CODE
        SET DEPT-IS-ON-MASTER TO TRUE
    END-IF.
2860-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2870-CHECK-CURRENCY-ON-MASTER - set CURRENCY-IS-ON-MASTER when
*> RM-WORK-CURRENCY is on CURRMST.
*> ----------------------------------------------------------------
2870-CHECK-CURRENCY-ON-MASTER.
    MOVE 'N' TO RM-CURR-FOUND-SWITCH.
    PERFORM 2880-MATCH-ONE-CURRENCY
        THRU 2880-EXIT
        VARYING RM-CURR-SUB FROM 1 BY 1
        UNTIL RM-CURR-SUB > RM-CURR-COUNT
           OR CURRENCY-IS-ON-MASTER.
2870-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2880-MATCH-ONE-CURRENCY - compare one currency code against the
*> code being checked.
*> ----------------------------------------------------------------
2880-MATCH-ONE-CURRENCY.
    IF RM-CURR-CODE (RM-CURR-SUB) = RM-WORK-CURRENCY
        SET CURRENCY-IS-ON-MASTER TO TRUE
    END-IF.
2880-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2950-EDIT-KEYED-DATE - edit the date in RM-KEYED-DATE-X: eight
*> digits, month 01-12, and a day that falls in that month -
*> February has 29 days in a year divisible by 4, except a
*> century year not divisible by 400. A good date is left in
*> RM-WORK-DATE; a bad one refuses the action.
*> ----------------------------------------------------------------
2950-EDIT-KEYED-DATE.
    IF RM-KEYED-DATE-X IS NOT NUMERIC
       OR RM-KEYED-DATE-MM < 1
       OR RM-KEYED-DATE-MM > 12
       OR RM-KEYED-DATE-DD < 1
        DISPLAY "  REFUSED - DATE MUST BE YYYYMMDD"
        MOVE 'N' TO RM-FIELDS-OK-SWITCH
        GO TO 2950-EXIT
    END-IF.
    MOVE RM-MONTH-DAYS (RM-KEYED-DATE-MM) TO RM-DAYS-IN-MONTH.
    IF RM-KEYED-DATE-MM = 2
        DIVIDE RM-KEYED-DATE-YYYY BY 4 GIVING RM-LEAP-QUOTIENT
            REMAINDER RM-LEAP-REMAINDER
        IF RM-LEAP-REMAINDER = ZERO
            MOVE 29 TO RM-DAYS-IN-MONTH
            DIVIDE RM-KEYED-DATE-YYYY BY 100 GIVING RM-LEAP-QUOTIENT
                REMAINDER RM-LEAP-REMAINDER
            IF RM-LEAP-REMAINDER = ZERO
                DIVIDE RM-KEYED-DATE-YYYY BY 400
                    GIVING RM-LEAP-QUOTIENT
                    REMAINDER RM-LEAP-REMAINDER
                IF RM-LEAP-REMAINDER NOT = ZERO
                    MOVE 28 TO RM-DAYS-IN-MONTH
                END-IF
            END-IF
        END-IF
    END-IF.
    IF RM-KEYED-DATE-DD > RM-DAYS-IN-MONTH
        DISPLAY "  REFUSED - " RM-KEYED-DATE-X " IS NOT A DATE"
        MOVE 'N' TO RM-FIELDS-OK-SWITCH
        GO TO 2950-EXIT
    END-IF.
    MOVE RM-KEYED-DATE-X TO RM-WORK-DATE.
2950-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3000-ADD-ENTRY - add one standing entry: the id must not be on
*> the master already, there must be room, and every field must
*> pass its edit. A new entry has never been generated.
*> ----------------------------------------------------------------
3000-ADD-ENTRY.
    IF RM-ACTIVE-RECR-SUB > ZERO
        DISPLAY "  REFUSED - ENTRY " RM-WORK-ID
            " IS ALREADY ON THE MASTER"
        ADD 1 TO RM-REFUSED-COUNT
        GO TO 3000-EXIT
    END-IF.
    IF RM-RECR-COUNT >= RM-MAX-ENTRIES
        DISPLAY "  REFUSED - THE MASTER IS FULL AT " RM-MAX-ENTRIES
            " ENTRIES"
        ADD 1 TO RM-REFUSED-COUNT
        GO TO 3000-EXIT
    END-IF.
    MOVE SPACES TO RM-RECR-RECORD.
    MOVE RM-WORK-ID TO RM-RECR-ENTRY-ID.
    MOVE ZERO TO RM-RECR-DUE-DAY.
    MOVE ZERO TO RM-RECR-START-DATE.
    MOVE ZERO TO RM-RECR-END-DATE.
    MOVE ZERO TO RM-RECR-LAST-PERIOD.
    MOVE ZERO TO RM-RECR-AMOUNT-COUNT.
    PERFORM 2500-KEY-ENTRY-FIELDS
        THRU 2500-EXIT.
    IF NOT FIELDS-ARE-VALID
        ADD 1 TO RM-REFUSED-COUNT
        GO TO 3000-EXIT
    END-IF.
    ADD 1 TO RM-RECR-COUNT.
    MOVE RM-RECR-RECORD TO RM-RECR-IMAGE (RM-RECR-COUNT).
    MOVE 'N' TO RM-RECR-DELETED-SWITCH (RM-RECR-COUNT).
    ADD 1 TO RM-ADDED-COUNT.
    MOVE SPACES TO RM-OLD-IMAGE.
    PERFORM 7000-RECORD-ONE-CHANGE
        THRU 7000-EXIT.
    DISPLAY "  ADDED " RM-WORK-ID.
3000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 4000-CHANGE-ENTRY - rekey one existing standing entry over its
*> current values. A change that leaves every field as it was
*> changes nothing and is not recorded. The last period generated
*> is carried across untouched, so a change never makes an entry
*> due again for a period it has already been generated for.
*> ----------------------------------------------------------------
4000-CHANGE-ENTRY.
    IF RM-ACTIVE-RECR-SUB = ZERO
       OR THIS-ENTRY-IS-DELETED (RM-ACTIVE-RECR-SUB)
        DISPLAY "  REFUSED - ENTRY " RM-WORK-ID
            " IS NOT ON THE MASTER"
        ADD 1 TO RM-REFUSED-COUNT
        GO TO 4000-EXIT
    END-IF.
    MOVE RM-RECR-IMAGE (RM-ACTIVE-RECR-SUB) TO RM-OLD-IMAGE.
    MOVE RM-OLD-IMAGE TO RM-RECR-RECORD.
    DISPLAY "  LAST PERIOD GENERATED: " RM-RECR-LAST-PERIOD.
    PERFORM 2500-KEY-ENTRY-FIELDS
        THRU 2500-EXIT.
    IF NOT FIELDS-ARE-VALID
        ADD 1 TO RM-REFUSED-COUNT
        GO TO 4000-EXIT
    END-IF.
    IF RM-RECR-RECORD = RM-OLD-IMAGE
        DISPLAY "  NOTHING CHANGED - NOT RECORDED"
        GO TO 4000-EXIT
    END-IF.
    MOVE RM-RECR-RECORD TO RM-RECR-IMAGE (RM-ACTIVE-RECR-SUB).
    ADD 1 TO RM-CHANGED-COUNT.
    PERFORM 7000-RECORD-ONE-CHANGE
        THRU 7000-EXIT.
    DISPLAY "  CHANGED " RM-WORK-ID.
4000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 5000-DELETE-ENTRY - take one standing entry off the master. An
*> entry that has merely run its course is better ended with an
*> end date, which keeps it on the master for reference.
*> ----------------------------------------------------------------
5000-DELETE-ENTRY.
    IF RM-ACTIVE-RECR-SUB = ZERO
       OR THIS-ENTRY-IS-DELETED (RM-ACTIVE-RECR-SUB)
        DISPLAY "  REFUSED - ENTRY " RM-WORK-ID
            " IS NOT ON THE MASTER"
        ADD 1 TO RM-REFUSED-COUNT
        GO TO 5000-EXIT
    END-IF.
    MOVE RM-RECR-IMAGE (RM-ACTIVE-RECR-SUB) TO RM-OLD-IMAGE.
    MOVE RM-OLD-IMAGE TO RM-RECR-RECORD.
    SET THIS-ENTRY-IS-DELETED (RM-ACTIVE-RECR-SUB) TO TRUE.
    ADD 1 TO RM-DELETED-COUNT.
    PERFORM 7000-RECORD-ONE-CHANGE
        THRU 7000-EXIT.
    DISPLAY "  DELETED " RM-WORK-ID.
5000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 7000-RECORD-ONE-CHANGE - append the change-history record for
*> the applied action and print it on the change register: the
*> entry as it now stands (as it stood, for a delete), and for a
*> change a second WAS line with the entry as it stood before.
*> RM-RECR-RECORD holds the after image (the before image for a
*> delete) and RM-OLD-IMAGE the before image (spaces for an add).
*> ----------------------------------------------------------------
7000-RECORD-ONE-CHANGE.
    ACCEPT RM-RUN-TIME FROM TIME.
    MOVE RM-RUN-DATE-YYYYMMDD TO RECH-CHANGE-DATE.
    MOVE RM-RUN-TIME TO RECH-CHANGE-TIME.
    MOVE RM-USER-ID TO RECH-USER-ID.
    MOVE RM-ACTION TO RECH-ACTION.
    MOVE RM-WORK-ID TO RECH-ENTRY-ID.
    MOVE RM-OLD-IMAGE TO RECH-OLD-IMAGE.
    IF RM-ACTION = "D"
        MOVE SPACES TO RECH-NEW-IMAGE
    ELSE
        MOVE RM-RECR-RECORD TO RECH-NEW-IMAGE
    END-IF.
    WRITE RECH-RECORD.
    EVALUATE RM-ACTION
        WHEN "A"
            MOVE "ADD" TO DTL-ACTION
        WHEN "C"
            MOVE "CHANGE" TO DTL-ACTION
        WHEN "D"
            MOVE "DELETE" TO DTL-ACTION
    END-EVALUATE.
    PERFORM 7100-PRINT-ENTRY-LINE
        THRU 7100-EXIT.
    IF RM-ACTION = "C"
        MOVE RM-OLD-IMAGE TO RM-RECR-RECORD
        MOVE "  WAS" TO DTL-ACTION
        PERFORM 7100-PRINT-ENTRY-LINE
            THRU 7100-EXIT
    END-IF.
7000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 7100-PRINT-ENTRY-LINE - print the entry in RM-RECR-RECORD on the
*> change register under the action already in DTL-ACTION.
*> ----------------------------------------------------------------
7100-PRINT-ENTRY-LINE.
    MOVE RM-RECR-ENTRY-ID TO DTL-ENTRY-ID.
    MOVE RM-RECR-DEPT-CODE TO DTL-DEPT-CODE.
    IF RM-RECR-CURRENCY-CODE = SPACES
        MOVE "BASE" TO DTL-CURRENCY-CODE
    ELSE
        MOVE RM-RECR-CURRENCY-CODE TO DTL-CURRENCY-CODE
    END-IF.
    MOVE RM-RECR-FREQUENCY TO DTL-FREQUENCY.
    IF RM-RECR-IS-ON-GIVEN-DAY
        MOVE RM-RECR-DUE-DAY TO DTL-DUE-DAY
    ELSE
        MOVE SPACES TO DTL-DUE-DAY
    END-IF.
    MOVE RM-RECR-START-DATE TO DTL-START-DATE.
    IF RM-RECR-END-DATE = ZERO
        MOVE "NONE" TO DTL-END-DATE
    ELSE
        MOVE RM-RECR-END-DATE TO DTL-END-DATE
    END-IF.
    IF RM-RECR-LAST-PERIOD = ZERO
        MOVE "NONE" TO DTL-LAST-PERIOD
    ELSE
        MOVE RM-RECR-LAST-PERIOD TO DTL-LAST-PERIOD
    END-IF.
    MOVE RM-RECR-AMOUNT-COUNT TO DTL-AMOUNT-COUNT.
    PERFORM 7200-TOTAL-ENTRY
        THRU 7200-EXIT.
    MOVE RM-ENTRY-TOTAL TO DTL-ENTRY-TOTAL.
    MOVE RM-RECR-DESCRIPTION TO DTL-DESCRIPTION.
    WRITE PRINT-LINE FROM RM-DETAIL-LINE
        AFTER ADVANCING 1 LINE.
7100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 7200-TOTAL-ENTRY - add up the amounts on the entry in
*> RM-RECR-RECORD into RM-ENTRY-TOTAL.
*> ----------------------------------------------------------------
7200-TOTAL-ENTRY.
    MOVE ZERO TO RM-ENTRY-TOTAL.
    IF RM-RECR-AMOUNT-COUNT IS NOT NUMERIC
        GO TO 7200-EXIT
    END-IF.
    PERFORM 7210-ADD-ONE-AMOUNT
        THRU 7210-EXIT
        VARYING RM-AMOUNT-SUB FROM 1 BY 1
        UNTIL RM-AMOUNT-SUB > RM-RECR-AMOUNT-COUNT
           OR RM-AMOUNT-SUB > 20.
7200-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 7210-ADD-ONE-AMOUNT - add one of the entry's amounts.
*> ----------------------------------------------------------------
7210-ADD-ONE-AMOUNT.
    IF RM-RECR-AMOUNT-TABLE (RM-AMOUNT-SUB) IS NUMERIC
        ADD RM-RECR-AMOUNT-TABLE (RM-AMOUNT-SUB) TO RM-ENTRY-TOTAL
    END-IF.
7210-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 9000-FINALIZE - rewrite the maintained master to RECRNEW (the
*> job stream puts it back in place of the old one), print the
*> session accounting, set the return code, and close the files.
*> RETURN-CODE 4 says at least one action was refused, so the
*> session output is looked at before the new master is cataloged.
*> ----------------------------------------------------------------
9000-FINALIZE.
    PERFORM 9200-CARRY-LAST-PERIODS
        THRU 9200-EXIT.
    OPEN OUTPUT NEW-RECR-FILE.
    IF RM-NEW-STATUS NOT = "00"
        DISPLAY "RECURRINGMAINTENANCE: UNABLE TO OPEN RECRNEW, "
            "FILE STATUS = " RM-NEW-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 9100-WRITE-ONE-MASTER-RECORD
        THRU 9100-EXIT
        VARYING RM-RECR-SUB FROM 1 BY 1
        UNTIL RM-RECR-SUB > RM-RECR-COUNT.
    CLOSE NEW-RECR-FILE.
    MOVE RM-ADDED-COUNT TO TOT-ADDED-COUNT.
    WRITE PRINT-LINE FROM RM-ADDED-COUNT-LINE
        AFTER ADVANCING 2 LINES.
    MOVE RM-CHANGED-COUNT TO TOT-CHANGED-COUNT.
    WRITE PRINT-LINE FROM RM-CHANGED-COUNT-LINE
        AFTER ADVANCING 1 LINE.
    MOVE RM-DELETED-COUNT TO TOT-DELETED-COUNT.
    WRITE PRINT-LINE FROM RM-DELETED-COUNT-LINE
        AFTER ADVANCING 1 LINE.
    MOVE RM-REFUSED-COUNT TO TOT-REFUSED-COUNT.
    WRITE PRINT-LINE FROM RM-REFUSED-COUNT-LINE
        AFTER ADVANCING 1 LINE.
    MOVE RM-WRITTEN-COUNT TO TOT-WRITTEN-COUNT.
    WRITE PRINT-LINE FROM RM-WRITTEN-COUNT-LINE
        AFTER ADVANCING 1 LINE.
    CLOSE HISTORY-FILE.
    CLOSE PRINT-FILE.
    MOVE RM-WRITTEN-COUNT TO RM-COUNT-DISPLAY.
    DISPLAY "MASTER RECORDS WRITTEN TO RECRNEW: " RM-COUNT-DISPLAY.
    MOVE ZERO TO RETURN-CODE.
    IF RM-REFUSED-COUNT > ZERO
        MOVE 4 TO RETURN-CODE
    END-IF.
9000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 9100-WRITE-ONE-MASTER-RECORD - write one surviving table entry
*> in RECRREC form; entries deleted this session are passed over.
*> ----------------------------------------------------------------
9100-WRITE-ONE-MASTER-RECORD.
    IF THIS-ENTRY-IS-DELETED (RM-RECR-SUB)
        GO TO 9100-EXIT
    END-IF.
    MOVE RM-RECR-IMAGE (RM-RECR-SUB) TO RM-NEW-RECR-RECORD.
    WRITE RM-NEW-RECR-RECORD.
    ADD 1 TO RM-WRITTEN-COUNT.
9100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 9200-CARRY-LAST-PERIODS - read RECRMSTR again and carry each
*> entry's last period generated, as it stands now, into the
*> table, so a generation run that stamped the master while the
*> session was open is kept in RECRNEW. A master still not created
*> has nothing to carry; any other open failure stops the run
*> before RECRNEW is written.
*> ----------------------------------------------------------------
9200-CARRY-LAST-PERIODS.
    OPEN INPUT RECR-FILE.
    IF RM-RECR-STATUS = "35"
        GO TO 9200-EXIT
    END-IF.
    IF RM-RECR-STATUS NOT = "00"
        DISPLAY "RECURRINGMAINTENANCE: UNABLE TO REOPEN RECRMSTR, "
            "FILE STATUS = " RM-RECR-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 9210-CARRY-ONE-LAST-PERIOD
        THRU 9210-EXIT
        UNTIL RM-RECR-STATUS NOT = "00".
    CLOSE RECR-FILE.
    IF RM-RESTAMPED-COUNT > ZERO
        MOVE RM-RESTAMPED-COUNT TO RM-COUNT-DISPLAY
        DISPLAY "RECURRINGMAINTENANCE: LAST PERIOD GENERATED "
            "TAKEN FROM RECRMSTR FOR " RM-COUNT-DISPLAY " ENTRIES"
    END-IF.
9200-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 9210-CARRY-ONE-LAST-PERIOD - read one entry off RECRMSTR and,
*> when its last period generated differs from the table's, put
*> the master's figure on the table entry.
*> ----------------------------------------------------------------
9210-CARRY-ONE-LAST-PERIOD.
    READ RECR-FILE
        AT END
            GO TO 9210-EXIT
    END-READ.
    IF RM-RECR-STATUS NOT = "00"
        GO TO 9210-EXIT
    END-IF.
    IF RECR-ENTRY-ID = SPACES
        GO TO 9210-EXIT
    END-IF.
    MOVE RECR-ENTRY-ID TO RM-WORK-ID.
    PERFORM 2800-LOCATE-ENTRY
        THRU 2800-EXIT.
    IF RM-ACTIVE-RECR-SUB = ZERO
        GO TO 9210-EXIT
    END-IF.
    MOVE RM-RECR-IMAGE (RM-ACTIVE-RECR-SUB) TO RM-RECR-RECORD.
    IF RM-RECR-LAST-PERIOD = RECR-LAST-PERIOD
        GO TO 9210-EXIT
    END-IF.
    MOVE RECR-LAST-PERIOD TO RM-RECR-LAST-PERIOD.
    MOVE RM-RECR-RECORD TO RM-RECR-IMAGE (RM-ACTIVE-RECR-SUB).
    ADD 1 TO RM-RESTAMPED-COUNT.
9210-EXIT.
    EXIT.
