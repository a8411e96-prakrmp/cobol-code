*> ================================================================
*> OPERREC.CPY
*> Operator authorization master record: one per user id allowed
*> to work the system's keyed and controlled functions, naming
*> the functions that user may perform and whether the user is
*> active. TransactionEntry, BatchRelease, DeptMaintenance,
*> SuspenseRework, BatchBackout, BudgetLoad, BudgetMaintenance,
*> RecurringMaintenance, and AllocationRuleLoad each look the
*> user up here before doing anything and refuse - with a
*> refusal record on the audit trail - a user who is not on the
*> master, is inactive, or lacks the function. A user who leaves is made
*> inactive, never removed, so the history of who could do what
*> stays readable against the master itself. Maintained only by
*> the operator maintenance run, which records every change on
*> the OPERHIST change history.
*>
*> The function flags are "Y" (authorized) or anything else (not),
*> and are also addressable as a table in the order below, which
*> is the order of the function codes the maintenance run keys
*> and the refusal records carry:
*>   K  key transaction batches          (TransactionEntry)
*>      and the standing entries         (RecurringMaintenance)
*>   R  release held batches             (BatchRelease)
*>   S  correct suspense items           (SuspenseRework)
*>   B  back out posted batches          (BatchBackout)
*>   D  maintain the department master   (DeptMaintenance)
*>      and its budget                   (BudgetLoad,
*>                                        BudgetMaintenance)
*>      and its cost allocation rules    (AllocationRuleLoad)
*>   M  maintain this operator master    (OperatorMaintenance)
*> ================================================================
01  OPER-RECORD.
    05  OPER-USER-ID                PIC X(08).
    05  OPER-NAME                   PIC X(30).
    05  OPER-FUNCTIONS.
        10  OPER-CAN-KEY            PIC X(01).
            88  OPER-MAY-KEY                VALUE "Y".
        10  OPER-CAN-RELEASE        PIC X(01).
            88  OPER-MAY-RELEASE            VALUE "Y".
        10  OPER-CAN-CORRECT-SUSP   PIC X(01).
            88  OPER-MAY-CORRECT-SUSPENSE   VALUE "Y".
        10  OPER-CAN-BACK-OUT       PIC X(01).
            88  OPER-MAY-BACK-OUT           VALUE "Y".
        10  OPER-CAN-MAINTAIN-DEPTS PIC X(01).
            88  OPER-MAY-MAINTAIN-DEPTS     VALUE "Y".
        10  OPER-CAN-MAINTAIN-OPERS PIC X(01).
            88  OPER-MAY-MAINTAIN-OPERS     VALUE "Y".
    05  OPER-FUNCTION-TABLE REDEFINES OPER-FUNCTIONS.
        10  OPER-FUNCTION-FLAG      PIC X(01) OCCURS 6 TIMES.
    05  OPER-STATUS                 PIC X(01).
        88  OPER-IS-ACTIVE                  VALUE "A".
        88  OPER-IS-INACTIVE                VALUE "I".
