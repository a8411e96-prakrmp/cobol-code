*>   - Written so "what posted under my code last month" is a
*>     scheduled run that bursts by department, instead of an
*>     analyst filtering the combined inquiry report by hand.
*>   - Passes over the authorization refusals the controlled
*>     programs now write to the trail, with the release
*>     decisions: they record a turned-away user, not work.
*> ================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. DeptStatements.
*> ----------------------------------------------------------------
2000-PROCESS-AUDIT-RECORDS.
    ADD 1 TO DS-READ-COUNT.
*> Supervisor release/refusal decision records and authorization
*> refusals ride the same trail but record a decision, not
*> departmental work.
    IF AUDIT-IS-A-RELEASE
       OR AUDIT-IS-A-REFUSAL
       OR AUDIT-IS-AN-AUTH-REFUSAL
        GO TO 2000-READ-NEXT
    END-IF.
    IF AUDIT-ACCT-PERIOD IS NUMERIC
