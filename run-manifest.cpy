      *    MANIFEST-RECORD - one row of the RUNMANIF run manifest,
      *    the record of every control input a MATHS-SUITE ALL run
      *    read, keyed by the run identifier it drew. The run header
      *    ('RUN ', sequence zero) holds the single-valued inputs -
      *    the PARM, the WINDOWCFG budget, the RETRYCFG retry count,
      *    the CMPRCFG candidate suffix, the INVCFG control record
      *    and the seed the property suite actually used - with the
      *    SNAPINFO identity and a fingerprint of the CASESNAP case
      *    snapshot the suites ran against (the AUDIT-CHAIN value of
      *    its rows in key order, and the row count). The lists
      *    follow as numbered rows of their own type: 'SREG' the
      *    SUITEREG rows run, 'QUAR' the QUARLIST names, 'INVR' the
      *    INVREG property rows and 'BILD' the routine build in
      *    force for each suite. A replay run (MATHS-SUITE PARM
      *    REPLAY,<run id>) rebuilds its control files from these
      *    rows and writes a manifest of its own, naming the run it
      *    replayed.
       01  MANIFEST-RECORD.
           05  MANIF-KEY.
               10  MANIF-RUN-ID        PIC X(11).
               10  MANIF-ENTRY-TYPE    PIC X(04).
                   88  MANIF-RUN-HEADER    VALUE 'RUN '.
                   88  MANIF-REGISTRY-ROW  VALUE 'SREG'.
                   88  MANIF-QUARANTINE-ROW VALUE 'QUAR'.
                   88  MANIF-PROPERTY-ROW  VALUE 'INVR'.
                   88  MANIF-BUILD-ROW     VALUE 'BILD'.
               10  MANIF-ENTRY-SEQ     PIC 9(04).
           05  MANIF-ENTRY-DATA        PIC X(100).
           05  MANIF-HEADER-DATA REDEFINES MANIF-ENTRY-DATA.
               10  MANIF-RUN-PARM      PIC X(07).
               10  MANIF-REPLAY-OF     PIC X(11).
               10  MANIF-RUN-DATE      PIC 9(08).
               10  MANIF-WINDOW-BUDGET PIC X(06).
               10  MANIF-RETRY-COUNT   PIC X(01).
               10  MANIF-CANDIDATE-SUFFIX PIC X(08).
               10  MANIF-INVCFG-RECORD PIC X(15).
               10  MANIF-INVARIANT-SEED PIC 9(10).
               10  MANIF-SNAPSHOT-ID   PIC X(13).
               10  MANIF-SNAP-FINGERPRINT PIC 9(10).
               10  MANIF-SNAP-ROW-COUNT PIC 9(07).
               10  FILLER              PIC X(04).
           05  MANIF-REGISTRY-DATA REDEFINES MANIF-ENTRY-DATA.
               10  MANIF-REGISTRY-LINE PIC X(45).
               10  FILLER              PIC X(55).
           05  MANIF-QUARANTINE-DATA REDEFINES MANIF-ENTRY-DATA.
               10  MANIF-QUARANTINE-NAME PIC X(30).
               10  FILLER              PIC X(70).
           05  MANIF-PROPERTY-DATA REDEFINES MANIF-ENTRY-DATA.
               10  MANIF-PROPERTY-LINE PIC X(74).
               10  FILLER              PIC X(26).
           05  MANIF-BUILD-DATA REDEFINES MANIF-ENTRY-DATA.
               10  MANIF-BUILD-SUITE   PIC X(12).
               10  MANIF-BUILD-ID      PIC X(12).
               10  MANIF-BUILD-DATE    PIC 9(08).
               10  FILLER              PIC X(68).
