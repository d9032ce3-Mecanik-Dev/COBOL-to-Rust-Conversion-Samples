      * billed, keyed by account ID: the balance owed when the
      * last bill was cut, the minimum payment asked for, the due
      * date set off the BUSCAL calendar, and the delinquency
      * bucket (0, 30, 60 ... 180) the account has aged into.
      * Written and aged by the monthly ACCT-BILL step; whether
      * the minimum arrived is read off the audit trail, not
      * trusted to a flag somebody remembered to set.
