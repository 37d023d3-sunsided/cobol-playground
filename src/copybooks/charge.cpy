      *----------------------------------------------------------
      * Charge-level receivables layout - one record per charge
      * raised against a member, keyed on the member, the date the
      * charge was raised and a sequence within that day, so a
      * member's charges read oldest first. CHG-TYPE is 'DUES'
      * (raised by BillDues), 'LATE' (LateFeeRun), 'CARD' for a
      * card replacement or 'EVNT' for an event fee. CHG-SETTLED
      * is how much of CHG-AMOUNT payments have covered so far -
      * PostPayments settles the oldest charge first and takes
      * reversals back off the newest - so the outstanding
      * balance is the sum of amount less settled. CHG-REFERENCE
      * says what the charge is for (the bill date for dues, the
      * aging episode for a late fee). The per-member
      * receivable.dat stays as the latest dues bill. COPY with
      * REPLACING like the other record copybooks.
      *----------------------------------------------------------
       01  CHARGE-RECORD.
           02 CHG-KEY.
              03 CHG-MEMBER-ID   pic X(10).
              03 CHG-RAISED-DATE pic X(8).
              03 CHG-SEQ         pic 9(3).
           02 CHG-TYPE           pic X(4).
           02 CHG-AMOUNT         pic 9(7)v99.
           02 CHG-SETTLED        pic 9(7)v99.
           02 CHG-PROGRAM        pic X(15).
           02 CHG-REFERENCE      pic X(30).
