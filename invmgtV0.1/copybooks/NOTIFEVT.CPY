      *****************************************************************
      *  NOTIFEVT.CPY                                                 *
      *  Parameter block for CALL "NOTIFYPOST" USING NOTIFY-EVENT-MSG *
      *  - the one way a program raises an event onto the             *
      *  notification outbox (NOTIFOBX.CPY).  The caller moves in the *
      *  severity, its subsystem and program name, the business key   *
      *  the event is about (item/location, PO, request or transfer   *
      *  number, batch step), a one-line message and the role that    *
      *  should act on it, then CALLs; NE-POST-RESULT comes back "P"  *
      *  posted, "D" already outstanding (an unacknowledged event     *
      *  with the same subsystem, key and message is not raised       *
      *  twice) or "F" outbox not available.  COPY this member into   *
      *  WORKING-STORAGE of every caller and into the LINKAGE SECTION *
      *  of NotifyOutbox.cbl so both sides share one definition.      *
      *****************************************************************
       01  NOTIFY-EVENT-MSG.
           02  NE-SEVERITY              PIC X(01).
               88  NE-SEV-INFO                  VALUE "I".
               88  NE-SEV-WARNING               VALUE "W".
               88  NE-SEV-CRITICAL              VALUE "C".
           02  NE-SUBSYSTEM             PIC X(10).
           02  NE-SOURCE-PROGRAM        PIC X(20).
           02  NE-EVENT-KEY             PIC X(20).
           02  NE-MESSAGE               PIC X(60).
           02  NE-RECIPIENT-ROLE        PIC X(10).
               88  NE-TO-BUYER                  VALUE "BUYER".
               88  NE-TO-MANAGER                VALUE "MANAGER".
               88  NE-TO-ADMIN                  VALUE "ADMIN".
           02  NE-POST-RESULT           PIC X(01).
               88  NE-POSTED                    VALUE "P".
               88  NE-DUPLICATE                 VALUE "D".
               88  NE-POST-FAILED               VALUE "F".
