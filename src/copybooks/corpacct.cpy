      *----------------------------------------------------------
      * Corporate account record layout - the keyed file of
      * employers that pay dues for the staff they sponsor. One
      * record per account, carrying who the consolidated invoice
      * goes to. The sponsored members themselves are on the
      * corporate sponsorship cross-reference (corpxref). Kept by
      * MaintainCorporate, read by BillDues and PostPayments. COPY
      * with REPLACING like the other record copybooks.
      *----------------------------------------------------------
       01  CORP-RECORD.
           02 CORP-ID          pic X(10).
           02 CORP-NAME        pic X(30).
           02 CORP-CONTACT     pic X(30).
           02 CORP-ADDRESS-1   pic X(30).
           02 CORP-ADDRESS-2   pic X(30).
           02 CORP-ADDRESS-3   pic X(30).
