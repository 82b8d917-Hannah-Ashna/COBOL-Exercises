      *  APPRPAY APPROVED-PAYMENT RECORD - ONE PER SUPPLIER PAYMENT
      *  RELEASED BY THE ACCOUNTS OFFICE. THE AMOUNT PAID PLUS ANY
      *  EARLY-SETTLEMENT DISCOUNT TAKEN IS WHAT CLEARS THE
      *  SUPPLIER'S OPEN ITEMS ON APLEDGR (EXPPROG64 'PAY ').
      *  CHANGE IT HERE ONLY.
           03 APP-SUPPLIER-CODE      PIC X(4).
           03 APP-AMOUNT-PAID        PIC S9(11).
           03 APP-DISCOUNT           PIC S9(11).
           03 APP-PAY-DATE           PIC X(8).
           03 APP-REFERENCE          PIC X(16).
           03 APP-FILLER             PIC X(30).
