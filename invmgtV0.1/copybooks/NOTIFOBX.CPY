      *****************************************************************
      *  NOTIFOBX.CPY                                                 *
      *  Record layout for the NOTIFY-OUTBOX indexed file - one row   *
      *  per exception event a program has raised for someone to act  *
      *  on, keyed by event number.  Events are written only through  *
      *  NotifyOutbox.cbl's NOTIFYPOST entry (the caller fills        *
      *  NOTIFEVT.CPY), which numbers them, stamps the date and time  *
      *  and leaves them NO-PENDING.  NotifyDispatch.cbl formats      *
      *  every pending event onto the NOTIFY.FED message feed and     *
      *  marks it NO-SENT; an event stays on the operator inquiry     *
      *  until it is acknowledged, sent or not, so NO-ACK-SW is kept  *
      *  apart from NO-STATUS.  COPY this member into the FILE        *
      *  SECTION of any program that opens NOTIFY-OUTBOX-FILE so      *
      *  every program shares one definition of the record.           *
      *****************************************************************
       01  NOTIFY-OUTBOX-REC.
           02  NO-EVENT-NUMBER          PIC 9(08).
           02  NO-EVENT-DATE            PIC 9(08).
           02  NO-EVENT-TIME            PIC 9(08).
           02  NO-SEVERITY              PIC X(01).
               88  NO-SEV-INFO                  VALUE "I".
               88  NO-SEV-WARNING               VALUE "W".
               88  NO-SEV-CRITICAL              VALUE "C".
      *    Alternate key (WITH DUPLICATES) - NOTIFYPOST reads an
      *    event's earlier occurrences through it to avoid raising
      *    the same outstanding event twice.
           02  NO-ALERT-KEY.
               03  NO-SUBSYSTEM         PIC X(10).
               03  NO-EVENT-KEY         PIC X(20).
           02  NO-SOURCE-PROGRAM        PIC X(20).
           02  NO-MESSAGE               PIC X(60).
           02  NO-RECIPIENT-ROLE        PIC X(10).
           02  NO-STATUS                PIC X(01).
               88  NO-PENDING                   VALUE "P".
               88  NO-SENT                      VALUE "S".
           02  NO-SENT-DATE             PIC 9(08).
           02  NO-SENT-TIME             PIC 9(08).
           02  NO-ACK-SW                PIC X(01).
               88  NO-ACKNOWLEDGED              VALUE "Y".
           02  NO-ACK-BY                PIC X(08).
           02  NO-ACK-DATE              PIC 9(08).
