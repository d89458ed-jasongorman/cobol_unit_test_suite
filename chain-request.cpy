      *    CHAIN-REQUEST - passed to AUDIT-CHAIN to compute the
      *    running check value carried on every CASEAUDT, QUARAUDT
      *    and BASEAUDT line and every ALERTREG row. The caller
      *    supplies the previous record's check value (zero for the
      *    first record of a chain) and the bytes of the new record
      *    the value covers - its content and its chain sequence
      *    number - and gets back the new record's check value.
      *    CHAIN-RESULT comes back 'L' (and the new value zero)
      *    when the length given is over the 200 bytes the text
      *    area holds, so the caller can reject the record rather
      *    than fingerprint only part of it.
      *    Because each value folds in the one before it, editing,
      *    deleting or reordering any record breaks every value
      *    from that record on, which AUDIT-VERIFY detects.
       01  CHAIN-REQUEST.
           05  CHAIN-PRIOR-VALUE       PIC 9(10).
           05  CHAIN-TEXT-LENGTH       PIC 9(03).
           05  CHAIN-RECORD-TEXT       PIC X(200).
           05  CHAIN-NEW-VALUE         PIC 9(10).
           05  CHAIN-RESULT            PIC X(01).
               88  CHAIN-COMPUTED          VALUE SPACE.
               88  CHAIN-TEXT-TOO-LONG     VALUE 'L'.
