      *----------------------------------------------------------
      * Installment payment-plan layout - one record per member,
      * keyed on the MEMBER-ID, carrying the schedule the office
      * agreed for paying the year's dues in parts: up to twelve
      * installments, each with its due date, the amount due and
      * the amount paid against it so far. MaintainPlan writes
      * and changes the schedule by transaction; PostPayments
      * applies each payment to the next open installment;
      * AgeDebtors ages a plan member on missed installments
      * instead of days since last payment. PLAN-STATUS is 'O'
      * open, 'C' completed (every installment paid) or 'X'
      * cancelled by the office. COPY with REPLACING like the
      * other record copybooks.
      *----------------------------------------------------------
       01  PAYPLAN-RECORD.
           02 PLAN-MEMBER-ID      pic X(10).
           02 PLAN-STATUS         pic X.
           02 PLAN-AGREED-DATE    pic X(8).
           02 PLAN-STATUS-DATE    pic X(8).
           02 PLAN-OPERATOR       pic X(8).
           02 PLAN-INSTALL-COUNT  pic 99.
           02 PLAN-INSTALLMENT occurs 12 times.
              03 PLAN-DUE-DATE    pic X(8).
              03 PLAN-DUE-AMOUNT  pic 9(5)v99.
              03 PLAN-PAID-AMOUNT pic 9(5)v99.
