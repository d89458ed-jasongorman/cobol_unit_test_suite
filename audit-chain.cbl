       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-CHAIN.
      *    Computes the chained check value for one audit record.
      *    CALLed by every program that appends to an audit trail
      *    (CASE-MAINT, QUAR-MAINT, BASELINE-MGR, ALERT-WRITE) and by
      *    AUDIT-VERIFY, which recomputes the same values end to end
      *    - one routine on both sides, so writer and checker can
      *    never disagree about the arithmetic. MATHS-SUITE folds
      *    its case snapshot through it too, for the fingerprint in
      *    the run manifest. The value starts
      *    from the previous record's check value and folds in each
      *    byte of the record in turn, position by position, kept
      *    to ten digits by the largest ten-digit prime; a changed
      *    byte, a dropped record or two records swapped all give a
      *    different value from that record onward. A length
      *    over the 200-byte text area is refused, not cut short:
      *    CHAIN-RESULT comes back 'L', the new value comes back
      *    zero, and the rest of the caller's request is left as
      *    it was.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  CHAIN-ACCUMULATOR PIC S9(18) COMP.
       01  CHAIN-MODULUS   PIC S9(18) COMP VALUE 9999999967.
       01  CHAIN-MULTIPLIER PIC S9(4) COMP VALUE 257.
       01  BYTE-POSITION   PIC S9(4) COMP.
       01  FOLD-LENGTH     PIC S9(4) COMP.
       LINKAGE SECTION.
           COPY 'chain-request.cpy'.
       PROCEDURE DIVISION USING CHAIN-REQUEST.
       MAIN-PROCEDURE.
           IF CHAIN-TEXT-LENGTH > 200
               SET CHAIN-TEXT-TOO-LONG TO TRUE
               MOVE ZERO TO CHAIN-NEW-VALUE
               GOBACK
           END-IF.
           SET CHAIN-COMPUTED TO TRUE.
           MOVE CHAIN-TEXT-LENGTH TO FOLD-LENGTH.
           MOVE CHAIN-PRIOR-VALUE TO CHAIN-ACCUMULATOR.

           PERFORM FOLD-IN-ONE-BYTE
               VARYING BYTE-POSITION FROM 1 BY 1
               UNTIL BYTE-POSITION > FOLD-LENGTH.

           MOVE CHAIN-ACCUMULATOR TO CHAIN-NEW-VALUE.

           GOBACK.

       FOLD-IN-ONE-BYTE.
           COMPUTE CHAIN-ACCUMULATOR = FUNCTION MOD(
               CHAIN-ACCUMULATOR * CHAIN-MULTIPLIER
                   + FUNCTION ORD(CHAIN-RECORD-TEXT(BYTE-POSITION:1)),
               CHAIN-MODULUS).

       END PROGRAM AUDIT-CHAIN.
