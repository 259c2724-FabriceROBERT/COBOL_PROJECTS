      *    spaces - all individuals, hence the NUMERIC test before
      *    treating a record as a group notice.
           05  NTF-GROUP-SIZE        PIC 9(02).
           05  NTF-SEP-10            PIC X(01).
      *    date the notice was queued, YYYYMMDD - the queue and its
      *    NTFYARC archive otherwise carry only the arrival time, and
      *    the RGPD retention purge needs a date to age them by.
      *    Records written before this field existed read back as
      *    spaces; test IS NUMERIC before comparing it as a date.
           05  NTF-NOTICE-DATE       PIC 9(08).
           05  NTF-SEP-11            PIC X(01).
      *    building whose lobby the visitor is waiting in - see
      *    VISITOR-SITE in VISITOR.cpy. Spaces on records from
      *    before this field existed: the original building, '01'.
           05  NTF-SITE              PIC X(02).
