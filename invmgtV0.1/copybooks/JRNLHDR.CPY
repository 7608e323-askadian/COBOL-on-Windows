      *****************************************************************
      *  JRNLHDR.CPY                                                  *
      *  Record layout for the JOURNAL-HEADER indexed file maintained *
      *  by JournalEntry.cbl - one record per manual journal entry,   *
      *  keyed by journal number, with its lines on JOURNAL-LINE-FILE *
      *  (JRNLLIN.CPY).  A journal is saved only when its debits      *
      *  equal its credits.  One whose debits exceed the approval     *
      *  limit sits JH-STATUS-PENDING until a second, manager-level   *
      *  operator approves it.  Once approved it is released to       *
      *  GL.INT on or after its effective date and flows through      *
      *  GLPostingRun.cbl like any other source.  A reversing journal *
      *  gets a generated reversal dated the first day of the next    *
      *  period.  A recurring template is never released itself: the  *
      *  month-end close generates one journal from it per period.    *
      *  Who entered and who approved ride on the header, so the      *
      *  approval trail needs no separate file.  COPY this member     *
      *  into the FILE SECTION of any program that opens              *
      *  JOURNAL-HEADER-FILE so every program shares one definition   *
      *  of the record.                                               *
      *****************************************************************
       01  JOURNAL-HEADER-REC.
           02  JH-JOURNAL-NUMBER        PIC 9(07).
           02  JH-DESCRIPTION           PIC X(30).
           02  JH-KIND                  PIC X(01).
               88  JH-KIND-STANDARD         VALUE "S".
               88  JH-KIND-REVERSING        VALUE "R".
               88  JH-KIND-TEMPLATE         VALUE "T".
               88  JH-KIND-REVERSAL         VALUE "V".
               88  JH-KIND-RECURRING        VALUE "G".
           02  JH-STATUS                PIC X(01).
               88  JH-STATUS-PENDING        VALUE "P".
               88  JH-STATUS-APPROVED       VALUE "A".
               88  JH-STATUS-RELEASED       VALUE "L".
               88  JH-STATUS-REJECTED       VALUE "J".
               88  JH-STATUS-CANCELLED      VALUE "X".
      *    Zero on a template - each journal generated from it takes
      *    the last day of the period it is generated for.
           02  JH-EFFECTIVE-DATE        PIC 9(08).
           02  JH-LINE-COUNT            PIC 9(03).
           02  JH-TOTAL-DEBITS          PIC 9(09)V99.
           02  JH-TOTAL-CREDITS         PIC 9(09)V99.
           02  JH-ENTERED-BY            PIC X(08).
           02  JH-ENTERED-DATE          PIC 9(08).
           02  JH-APPROVED-BY           PIC X(08).
           02  JH-APPROVED-DATE         PIC 9(08).
           02  JH-RELEASED-DATE         PIC 9(08).
      *    On a reversal, the journal it reverses; on a journal
      *    generated from a template, the template.
           02  JH-SOURCE-JOURNAL        PIC 9(07).
      *    On a reversing journal once released, its reversal.
           02  JH-REVERSAL-JOURNAL      PIC 9(07).
      *    On a template, the last period a journal was generated for.
           02  JH-LAST-GEN-PERIOD       PIC 9(06).
