      *    can no longer sit unseen over a long weekend, and the
      *    monthly time-to-acknowledge figures fall straight out of
      *    the register.
      *    Each row also carries its place in the register's chain
      *    and a check value chained from the row before, computed
      *    by AUDIT-CHAIN over the alert identifier, raise time, text
      *    and chain sequence - the parts that never change after
      *    ALERT-WRITE registers the alert - so AUDIT-VERIFY can show
      *    no alert has been altered, removed or slipped in since.
       01  ALERT-REG-RECORD.
           05  AREG-ALERT-ID.
               10  AREG-ID-DATE    PIC 9(08).
           05  AREG-ACK-BY         PIC X(08).
           05  AREG-ACK-DATE       PIC 9(08).
           05  AREG-ACK-TIME       PIC 9(06).
           05  AREG-CHAIN-SEQ      PIC 9(07).
           05  AREG-CHAIN-VALUE    PIC 9(10).
