      *    BACKUP-FILE-TABLE - the system state an end-of-day backup
      *    set holds, in set order: the indexed masters, registers
      *    and queues - case master, quarantine, alert and operator
      *    registers, results master, ownership, build and
      *    certification registers, pending-approval queue, defect
      *    register and run manifest - the RUNSEQ, REPLSEQ and
      *    ALERTSEQ sequence records, the CASETAIL, QUARTAIL and
      *    BASETAIL audit chain-tail records, the current baseline
      *    and its three generations, every audit log, the HISTLOG
      *    run history, the KPIHIST scorecard history and the
      *    CONSLOG console action log - so each log
      *    is always restored with the register it audits and the
      *    tail record that ends its chain. Each entry gives
      *    the DD name, the organization ('I' indexed, read and
      *    rebuilt in key order; 'L' line sequential) and the record
      *    length the fingerprint covers. DEFECTRG stands for the
      *    DEFECTREG register, whose DD name is a byte too long for
      *    the set's file identifier.
      *    STATE-BACKUP and STATE-RESTORE both work from this table,
      *    so a file added here is carried by both.
       01  BACKUP-FILE-LIST.
           05  FILLER              PIC X(12) VALUE 'CASEMSTRI104'.
           05  FILLER              PIC X(12) VALUE 'QUARREG I074'.
           05  FILLER              PIC X(12) VALUE 'ALERTREGI139'.
           05  FILLER              PIC X(12) VALUE 'RESULTDBI099'.
           05  FILLER              PIC X(12) VALUE 'OPERREG I061'.
           05  FILLER              PIC X(12) VALUE 'OWNERREGI078'.
           05  FILLER              PIC X(12) VALUE 'BUILDREGI035'.
           05  FILLER              PIC X(12) VALUE 'PENDQ   I163'.
           05  FILLER              PIC X(12) VALUE 'DEFECTRGI097'.
           05  FILLER              PIC X(12) VALUE 'CERTREG I143'.
           05  FILLER              PIC X(12) VALUE 'RUNMANIFI119'.
           05  FILLER              PIC X(12) VALUE 'RUNSEQ  L011'.
           05  FILLER              PIC X(12) VALUE 'REPLSEQ L011'.
           05  FILLER              PIC X(12) VALUE 'ALERTSEQL032'.
           05  FILLER              PIC X(12) VALUE 'CASETAILL018'.
           05  FILLER              PIC X(12) VALUE 'QUARTAILL018'.
           05  FILLER              PIC X(12) VALUE 'BASETAILL018'.
           05  FILLER              PIC X(12) VALUE 'BASELINEL300'.
           05  FILLER              PIC X(12) VALUE 'BASEGEN1L300'.
           05  FILLER              PIC X(12) VALUE 'BASEGEN2L300'.
           05  FILLER              PIC X(12) VALUE 'BASEGEN3L300'.
           05  FILLER              PIC X(12) VALUE 'CASEAUDTL170'.
           05  FILLER              PIC X(12) VALUE 'QUARAUDTL110'.
           05  FILLER              PIC X(12) VALUE 'BASEAUDTL100'.
           05  FILLER              PIC X(12) VALUE 'ACKAUDT L100'.
           05  FILLER              PIC X(12) VALUE 'OPERAUDTL100'.
           05  FILLER              PIC X(12) VALUE 'OWNRAUDTL120'.
           05  FILLER              PIC X(12) VALUE 'BLDAUDT L100'.
           05  FILLER              PIC X(12) VALUE 'HISTLOG L080'.
           05  FILLER              PIC X(12) VALUE 'KPIHIST L100'.
           05  FILLER              PIC X(12) VALUE 'CONSLOG L122'.
       01  BACKUP-FILE-TABLE REDEFINES BACKUP-FILE-LIST.
           05  BACKUP-FILE OCCURS 31 TIMES INDEXED BY BACKUP-IDX.
               10  BACKUP-DDNAME       PIC X(08).
               10  BACKUP-ORGANIZATION PIC X(01).
                   88  BACKUP-INDEXED      VALUE 'I'.
                   88  BACKUP-SEQUENTIAL   VALUE 'L'.
               10  BACKUP-RECORD-LENGTH PIC 9(03).
       01  BACKUP-FILE-COUNT       PIC 9(02) VALUE 31.
