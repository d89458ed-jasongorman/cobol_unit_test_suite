      *    VENDOR-CSV-FIELDS - one case of the maths vendor's
      *    comma-delimited reference-case pack, split into its
      *    fields. The pack (and the CASE-EXPORT file sent back to
      *    the vendor) is a heading line naming the columns, one
      *    line per case - routine, case name, first and second
      *    input, expected value, tolerance, outcome type ('N'
      *    value, 'E' rejected input) and error code - and a
      *    trailer line 'TRAILER,<number of case lines>'. Numbers
      *    are plain decimals with an optional leading sign and at
      *    most three places, so they fit S9(6)V9(3) as held on
      *    CASEMSTR. The routine is the library's own routine name,
      *    the PARM keyword of the suite on the SUITEREG registry.
       01  VENDOR-CSV-HEADING.
           05  FILLER              PIC X(36) VALUE
               'ROUTINE,CASE,INPUT1,INPUT2,EXPECTED,'.
           05  FILLER              PIC X(25) VALUE
               'TOLERANCE,OUTCOME,ERRCODE'.
       01  VENDOR-CSV-TRAILER-TAG PIC X(07) VALUE 'TRAILER'.
       01  VENDOR-CSV-FIELDS.
           05  VCSV-ROUTINE            PIC X(12).
           05  VCSV-CASE-NAME          PIC X(30).
           05  VCSV-VALUE-1-TEXT       PIC X(15).
           05  VCSV-VALUE-2-TEXT       PIC X(15).
           05  VCSV-EXPECTED-TEXT      PIC X(15).
           05  VCSV-TOLERANCE-TEXT     PIC X(15).
           05  VCSV-OUTCOME-TYPE       PIC X(01).
           05  VCSV-ERROR-CODE         PIC X(04).
      *    Lengths of the fields as they arrived, so a value too
      *    long for its field is caught rather than truncated.
       01  VENDOR-CSV-LENGTHS.
           05  VCSV-ROUTINE-LENGTH     PIC 9(04).
           05  VCSV-CASE-LENGTH        PIC 9(04).
           05  VCSV-VALUE-1-LENGTH     PIC 9(04).
           05  VCSV-VALUE-2-LENGTH     PIC 9(04).
           05  VCSV-EXPECTED-LENGTH    PIC 9(04).
           05  VCSV-TOLERANCE-LENGTH   PIC 9(04).
           05  VCSV-OUTCOME-LENGTH     PIC 9(04).
           05  VCSV-ERROR-CODE-LENGTH  PIC 9(04).
           05  VCSV-FIELD-COUNT        PIC 9(04).
