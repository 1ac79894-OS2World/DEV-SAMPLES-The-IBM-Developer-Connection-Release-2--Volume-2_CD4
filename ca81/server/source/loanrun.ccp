      * INSTALLMENT'). A posted installment is marked paid; a refused
      * one is reported as ARREARS on the LOANRPT print file and
      * stays due, so it is retried every night until the deposit
      * side can cover it. Installments a loan's early settlement
      * (VSAMSERV LNSETTLE) marked settled are passed over.
      * Intended to be started nightly, inside the scheduler's
      * posting hold, as its own CICS transaction, not called from
      * VSAMSERV.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
        03 LS-STATUS                   PIC X(1).
          88 LS-INSTALLMENT-DUE                VALUE 'D'.
          88 LS-INSTALLMENT-PAID               VALUE 'P'.
          88 LS-INSTALLMENT-SETTLED            VALUE 'S'.

       01 FROM-RECORD.
        03 FROM-ACCOUNTO               PIC X(5).
