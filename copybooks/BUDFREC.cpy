*> ================================================================
*> BUDFREC.CPY
*> Finance's annual budget file record: one per department for
*> the budget year, carrying the department's twelve monthly
*> budget amounts in base currency, January first. The budget
*> load run turns each record into the twelve department/period
*> lines of the budget master (BUDGREC), periods YYYY01 through
*> YYYY12 of BUDF-BUDGET-YEAR.
*> ================================================================
01  BUDF-RECORD.
    05  BUDF-DEPT-CODE              PIC X(04).
    05  BUDF-BUDGET-YEAR            PIC 9(04).
    05  BUDF-MONTH-AMOUNT OCCURS 12 TIMES
                                    PIC S9(9)V99 SIGN IS TRAILING
                                                 SEPARATE CHARACTER.
