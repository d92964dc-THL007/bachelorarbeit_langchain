      * Copybook: CRM Customer Update Record
      * One row per customer-master change the sales CRM sends on
      * the nightly CRMFEED file, read by CRM-MASTER-UPDATE:
      *    'A' - add a new customer from the fields on the row
      *    'C' - change the customer on file; a blank field keeps
      *          the value already on the master, the same as a
      *          blank answer in CUSTOMER-MAINT
      *    'X' - close the account ('C' status); the other fields
      *          on the row are ignored
      * The credit limit and parent link are carried as text so a
      * blank can be told from a zero: a zero credit limit means
      * no limit is set, a parent of 00000 unlinks the customer.
      * Tax exempt is 'Y', 'N' or blank to keep. The account
      * status, balances and YTD figures are accounting's and do
      * not come from the CRM. The CRM change id is the sales
      * team's own reference, printed on the register and the
      * exception listing so a rejected row can be found and
      * corrected at source.
      *
      * Modification History:
      * 2026-10-15  Initial layout.
       01 CRM-UPDATE-RECORD.
          05 CU-ACTION            PIC X(1).
             88 CU-ADD                   VALUE 'A'.
             88 CU-CHANGE                VALUE 'C'.
             88 CU-CLOSE                 VALUE 'X'.
          05 CU-CUSTOMER-ID       PIC 9(5).
          05 CU-CUSTOMER-ID-X REDEFINES CU-CUSTOMER-ID
                                  PIC X(5).
          05 CU-CRM-CHANGE-ID     PIC X(12).
          05 CU-CUSTOMER-NAME     PIC X(30).
          05 CU-ADDRESS-LINE-1    PIC X(30).
          05 CU-ADDRESS-LINE-2    PIC X(30).
          05 CU-CITY              PIC X(20).
          05 CU-STATE             PIC X(2).
          05 CU-ZIP-CODE          PIC X(10).
          05 CU-PHONE-NUMBER      PIC X(12).
          05 CU-CREDIT-LIMIT-X    PIC X(9).
          05 CU-CREDIT-LIMIT REDEFINES CU-CREDIT-LIMIT-X
                                  PIC 9(7)V99.
          05 CU-TAX-EXEMPT-FLAG   PIC X(1).
          05 CU-TAX-CERT-NUMBER   PIC X(15).
          05 CU-PARENT-ID-X       PIC X(5).
          05 CU-PARENT-ID REDEFINES CU-PARENT-ID-X
                                  PIC 9(5).
          05 FILLER               PIC X(8).
