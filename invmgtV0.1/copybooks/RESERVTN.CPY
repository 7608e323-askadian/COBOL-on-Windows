               88  RV-STATUS-FULFILLED       VALUE "F".
               88  RV-STATUS-CANCELLED       VALUE "X".
           02  RV-OPERATOR-ID           PIC X(08).
      *    Sales order (SLSORDH.CPY) this reservation allocates a
      *    line of, or zero for a counter reservation.  An order's
      *    allocation is worked down by that order's ship
      *    confirmations and released by cancelling its open
      *    balance, never fulfilled or cancelled on its own.
           02  RV-ORDER-NUMBER          PIC 9(08).
