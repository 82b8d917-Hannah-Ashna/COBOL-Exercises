      *  ITEM-SUPPLIER MASTER (ISUPCTL) - ONE ROW PER ITEM PER
      *  SUPPLIER THAT CAN BE ASKED FOR IT, KEYED ITEM THEN SUPPLIER
      *  INVOICE PREFIX (THE SUPCTRL PREFIX). ONE ROW PER ITEM IS
      *  FLAGGED PREFERRED; THE PO-RAISING RUN (EXPPROG92) ORDERS
      *  FROM THAT SUPPLIER AT THE AGREED COST, EXPECTING DELIVERY
      *  LEAD-DAYS BUSINESS DAYS AFTER THE ORDER. COST, DEPARTMENT
      *  AND TOLERANCE ARE WHAT EXPPROG2 WILL MATCH THE INVOICE
      *  AGAINST. MAINTAINED THROUGH EXPPROG87 AND CHECKED BY
      *  CTLVMOD - CHANGE IT HERE ONLY.
           03 IS-ITEM-CODE           PIC X(3).
           03 IS-SUP-PREFIX          PIC X(1).
           03 IS-PREFERRED           PIC X(1).
               88 IS-PREFERRED-SUP   VALUE 'Y'.
           03 IS-DEPT                PIC 9(1).
           03 IS-AGREED-COST         PIC 9(5).
           03 IS-LEAD-DAYS           PIC 9(3).
           03 IS-TOL-PCT             PIC 9(2)V99.
           03 IS-SUP-ITEM-REF        PIC X(12).
           03 FILLER                 PIC X(50).
