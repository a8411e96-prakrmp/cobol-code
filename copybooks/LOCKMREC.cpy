*> ================================================================
*> LOCKMREC.CPY
*> Lockbox map record: one per bank lockbox number, naming the
*> department whose receipts arrive in that lockbox, so the
*> lockbox import can put each deposit under the right department
*> header. Maintained by accounting alongside DEPTACCT; a lockbox
*> not on the map, or mapped to a department that is not on
*> DEPTACCT, sends its items to the lockbox exception report.
*> ================================================================
01  LOCKM-RECORD.
    05  LOCKM-LOCKBOX-NO            PIC X(07).
    05  LOCKM-DEPT-CODE             PIC X(04).
