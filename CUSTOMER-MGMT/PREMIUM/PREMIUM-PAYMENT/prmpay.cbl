      *    every member 'P' and PREMIUM-SUSPEND never counts them as   *
      *    arrears. A distributed total that differs from the amount   *
      *    the bank collected goes on the exception report.            *
      *    Each row so settled is stamped with the paying group's      *
      *    code (PAID_GROUP_CODE) so the yearly premium certificates   *
      *    can tell what the employer paid from what the member paid.  *
      ******************************************************************

       ENVIRONMENT DIVISION.
               UPDATE PREMIUM_LEDGER
               SET LEDGER_STATUS = 'P',
                   AMOUNT_PAID = :SQL-AMOUNT-BILLED,
                   PAID_DATE = :WS-RUN-DATE,
                   PAID_GROUP_CODE = :SQL-GROUP-CODE
               WHERE UUID_CUSTOMER = :SQL-MEMBER-UUID
                 AND BILL_PERIOD   = :SQL-BILL-PERIOD
                 AND LEDGER_STATUS = 'U'
