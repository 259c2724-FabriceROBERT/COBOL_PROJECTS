      *****************************************************************
      *  CHGRATE - department chargeback rate parameters.
      *  Maintained by finance, read by ChgBack at month end. Two
      *  kinds of record, told apart by the type in column 1:
      *    'P' - the prices (one record): charge per visit and per
      *          badge issued, both with two implied decimals, the
      *          GL account the recharge is booked to, reception's
      *          own cost centre (credited with the total) and the
      *          reception suspense cost centre;
      *    'D' - one per department: the cost centre its share is
      *          charged to, then the department exactly as HOSTS
      *          spells HOST-DIR-DEPT.
      *****************************************************************
       01  RATE-PRICE-RECORD.
           05  RATE-RECORD-TYPE      PIC X(01).
               88  RATE-IS-PRICE          VALUE 'P'.
               88  RATE-IS-DEPARTMENT     VALUE 'D'.
           05  RATE-SEP-1            PIC X(01).
           05  RATE-VISIT-PRICE      PIC 9(05)V99.
           05  RATE-SEP-2            PIC X(01).
           05  RATE-BADGE-PRICE      PIC 9(05)V99.
           05  RATE-SEP-3            PIC X(01).
           05  RATE-GL-ACCOUNT       PIC X(08).
           05  RATE-SEP-4            PIC X(01).
           05  RATE-RECEPTION-CC     PIC X(10).
           05  RATE-SEP-5            PIC X(01).
           05  RATE-SUSPENSE-CC      PIC X(10).

       01  RATE-DEPARTMENT-RECORD.
           05  RATE-DEPT-TYPE        PIC X(01).
           05  RATE-DEPT-SEP-1       PIC X(01).
           05  RATE-DEPT-CC          PIC X(10).
           05  RATE-DEPT-SEP-2       PIC X(01).
           05  RATE-DEPT-NAME        PIC X(20).
