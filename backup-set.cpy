      *    BACKUP-SET-RECORD - one record of a BKUPSET end-of-day
      *    backup set written by STATE-BACKUP and read back by
      *    STATE-RESTORE. A set opens with its header ('H', carrying
      *    the set identifier - the date and time the backup ran -
      *    and how many files it holds), then for each file in the
      *    BACKUP-FILE-TABLE order its records ('D', numbered from
      *    1, the record image in BKUP-REC-DATA) followed by one
      *    control record ('C') giving the file's record count and
      *    content fingerprint - the AUDIT-CHAIN value of its
      *    records in order - and closes with the trailer ('T')
      *    giving the file and record totals and a fingerprint of
      *    the control records themselves. A set without its
      *    trailer was cut short and is not a set.
       01  BACKUP-SET-RECORD.
           05  BKUP-FILE-ID            PIC X(08).
           05  BKUP-REC-TYPE           PIC X(01).
               88  BKUP-SET-HEADER         VALUE 'H'.
               88  BKUP-DATA-RECORD        VALUE 'D'.
               88  BKUP-CONTROL-RECORD     VALUE 'C'.
               88  BKUP-SET-TRAILER        VALUE 'T'.
           05  BKUP-REC-SEQ            PIC 9(07).
           05  BKUP-REC-DATA           PIC X(300).
           05  BKUP-HEADER-DATA REDEFINES BKUP-REC-DATA.
               10  BKUP-SET-ID         PIC X(15).
               10  FILLER              PIC X(01).
               10  BKUP-HDR-FILE-COUNT PIC 9(02).
               10  FILLER              PIC X(282).
           05  BKUP-CONTROL-DATA REDEFINES BKUP-REC-DATA.
               10  BKUP-CTL-SET-ID     PIC X(15).
               10  FILLER              PIC X(01).
               10  BKUP-CTL-ORGANIZATION PIC X(01).
               10  FILLER              PIC X(01).
               10  BKUP-CTL-RECORD-LENGTH PIC 9(03).
               10  FILLER              PIC X(01).
      *            'A' - the file did not exist when the set was
      *            taken; it is restored empty.
               10  BKUP-CTL-FILE-STATE PIC X(01).
                   88  BKUP-CTL-FILE-PRESENT   VALUE 'P'.
                   88  BKUP-CTL-FILE-ABSENT    VALUE 'A'.
               10  FILLER              PIC X(01).
               10  BKUP-CTL-RECORD-COUNT PIC 9(07).
               10  FILLER              PIC X(01).
               10  BKUP-CTL-FINGERPRINT PIC 9(10).
               10  FILLER              PIC X(258).
           05  BKUP-TRAILER-DATA REDEFINES BKUP-REC-DATA.
               10  BKUP-TRL-SET-ID     PIC X(15).
               10  FILLER              PIC X(01).
               10  BKUP-TRL-FILE-COUNT PIC 9(02).
               10  FILLER              PIC X(01).
               10  BKUP-TRL-RECORD-COUNT PIC 9(09).
               10  FILLER              PIC X(01).
               10  BKUP-TRL-SET-FINGERPRINT PIC 9(10).
               10  FILLER              PIC X(261).
