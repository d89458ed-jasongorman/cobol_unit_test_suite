      *    AUTH-REQUEST - the parameter block passed to OPER-AUTH.
      *    The caller fills in the operator and the function it is
      *    about to perform; OPER-AUTH answers with the verdict and,
      *    for a refusal, the audit text the caller logs exactly as
      *    it logs any other reject.
       01  AUTH-REQUEST.
           05  AUTH-OPERATOR-ID        PIC X(08).
           05  AUTH-FUNCTION           PIC X(08).
               88  AUTH-FOR-CASE-MAINT     VALUE 'CASEMNT'.
               88  AUTH-FOR-QUARANTINE     VALUE 'QUARANT'.
               88  AUTH-FOR-ALERT-ACK      VALUE 'ALERTACK'.
               88  AUTH-FOR-PROMOTE        VALUE 'PROMOTE'.
               88  AUTH-FOR-ROLLBACK       VALUE 'ROLLBACK'.
               88  AUTH-FOR-OPER-ADMIN     VALUE 'OPERADM'.
           05  AUTH-VERDICT            PIC X(01).
               88  AUTH-GRANTED            VALUE 'Y'.
               88  AUTH-REFUSED            VALUE 'N'.
           05  AUTH-REFUSAL-TEXT       PIC X(30).
