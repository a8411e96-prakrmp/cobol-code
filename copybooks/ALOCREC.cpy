*> ================================================================
*> ALOCREC.CPY
*> Cost allocation rule record: one per shared-service department
*> (IT, facilities, the mail room) whose costs are spread over the
*> departments it serves at month end. The rule names the source
*> department, whose period actuals are credited out of its
*> DEPTACCT account, and up to twenty target departments with the
*> percentage of those actuals each one is debited. The
*> percentages of a rule total exactly 100.00, no department is
*> named twice in a rule, the source is never its own target, and
*> a department is the source of one rule at most. Loaded whole
*> from accounting's rule file by the allocation rule load, which
*> holds every rule to those edits and records every change on
*> the ALOCHIST change history; read by the month-end allocation
*> run.
*> ================================================================
01  ALOC-RECORD.
    05  ALOC-RULE-ID                PIC X(08).
    05  ALOC-DESCRIPTION            PIC X(30).
    05  ALOC-SOURCE-DEPT            PIC X(04).
    05  ALOC-TARGET-COUNT           PIC 9(02).
    05  ALOC-TARGETS.
        10  ALOC-TARGET OCCURS 20 TIMES.
            15  ALOC-TARGET-DEPT    PIC X(04).
            15  ALOC-TARGET-PCT     PIC 9(3)V99.
