      *****************************************************************
      *  CHGGL - chargeback general-ledger interface record layout.
      *  Written by ChgBack at month end for the GL upload, fixed
      *  columns, one journal per month:
      *    'D' - one debit per cost centre charged (each department,
      *          and the reception suspense line for visits whose
      *          host is unknown, deactivated or has no cost centre);
      *    'C' - one credit to reception's own cost centre for the
      *          total, so the journal balances;
      *    'T' - trailer: number of 'D' and 'C' records, total
      *          debited, visits and badges, for the upload to check
      *          it received the whole file.
      *  Amounts are unsigned with two implied decimals - the record
      *  type says which side of the journal they go on.
      *****************************************************************
       01  GL-INTERFACE-RECORD.
           05  GL-RECORD-TYPE        PIC X(01).
               88  GL-IS-DEBIT            VALUE 'D'.
               88  GL-IS-CREDIT           VALUE 'C'.
               88  GL-IS-TRAILER          VALUE 'T'.
           05  GL-PERIOD             PIC 9(06).
           05  GL-COST-CENTRE        PIC X(10).
           05  GL-ACCOUNT            PIC X(08).
           05  GL-AMOUNT             PIC 9(09)V99.
           05  GL-VISIT-COUNT        PIC 9(07).
           05  GL-BADGE-COUNT        PIC 9(07).
           05  GL-DESCRIPTION        PIC X(20).
      *    trailer only - zero on 'D' and 'C' records.
           05  GL-RECORD-COUNT       PIC 9(05).
