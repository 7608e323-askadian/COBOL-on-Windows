      *            first controlled WRITE path.  Reads customer, item
      *            and quantity out of QUERY_STRING (e.g.
      *            ?cust=C0001&item=000123&qty=00005), validates them
      *            the same way SalesMgmt's sale entry does, asking
      *            InqService for every answer (customer on file and
      *            not written off, quantity positive and within what
      *            is available to sell across locations net of open
      *            reservations, the order's value at the customer's
      *            effective price within the credit left on the
      *            account), and writes a pending order to the
      *            WEB-ORDER queue.  Nothing in the live files moves
      *            until an operator reviews the order inside SalesMgmt
      *            and converts it to a sale or reservation.
      * Tectonics: cobc -x WebOrderEntry.cob
      *              ../COBOL-API/InqService.cbl
      *              -I ../invmgtV0.1/copybooks
      *   Move WebOrderEntry to the cgi-bin directory as
      *   WebOrderEntry.cgi
      ******************************************************************
       environment division.
       input-output section.
       file-control.
           select web-order-file assign to "weborder"
                  organization is indexed
                  access mode is dynamic

       data division.
       file section.
       fd  web-order-file.
           copy "WEBORDER.CPY".

       working-storage section.
           copy "INQSVMSG.CPY".

       01 ws-order-status     pic x(02) value "00".
          88 order-file-missing     value "35".


       01 ws-lookup-item      pic 9(06) value zeros.
       01 ws-order-qty        pic 9(05) value zeros.
       01 ws-cust-id          pic x(05) value spaces.
       01 ws-credit-headroom  pic s9(08)v99 value zeros.
       01 ws-unit-price       pic 9(05)v99 value zeros.
       01 ws-order-value      pic 9(09)v99 value zeros.
       01 ws-next-order       pic 9(07) value zeros.
       01 ws-reject-sw        pic x(01) value "N".
          88 ws-rejected            value "Y".

       move "N" to ws-reject-sw.

      * Customer must be on file and not written off, the same
      * checks sale entry makes.  A merged id is taken as the
      * account that survived it.
       initialize inq-service-msg.
       set iq-fn-balance to true.
       move ws-cust-text to iq-cust-id.
       call "InqService" using inq-service-msg.
       evaluate true
           when iq-result-no-file
               display
                   "<p>Customer details unavailable - "
                   function trim (iq-reason trailing) "</p>"
               end-display
               move "Y" to ws-reject-sw
           when not iq-result-ok
               display
                   "<p>Customer not recognised - order "
                   "refused.</p>"
               end-display
               move "Y" to ws-reject-sw
           when iq-written-off
               display
                   "<p>Account is on credit hold - order "
                   "refused.</p>"
               end-display
               move "Y" to ws-reject-sw
           when other
               move iq-resolved-cust-id to ws-cust-id
               move iq-credit-headroom to ws-credit-headroom
               display
                   "<p>Customer: "
                   function trim (iq-cust-name trailing)
                   "</p>"
               end-display
       end-evaluate.

      * Item must be on file, and the quantity must be positive and
      * within what is available to sell across locations - on hand
      * less open reservations, the figure the till works to.  The
      * operator picks the shipping location when the order is
      * converted.
       if not ws-rejected
           move ws-qty-text to ws-order-qty
           initialize inq-service-msg
           set iq-fn-availability to true
           move ws-item-text to iq-item-number
           move iq-item-number to ws-lookup-item
           call "InqService" using inq-service-msg
           evaluate true
               when iq-result-no-file
                   display
                       "<p>Stock availability unavailable - "
                       function trim (iq-reason trailing) "</p>"
                   end-display
                   move "Y" to ws-reject-sw
               when not iq-result-ok
                   display
                       "<p>Item " ws-lookup-item
                       " not found - order refused.</p>"
                   end-display
                   move "Y" to ws-reject-sw
               when ws-order-qty = zeros
                   display
                       "<p>Quantity must be greater than zero - "
                       "order refused.</p>"
                   end-display
                   move "Y" to ws-reject-sw
               when ws-order-qty > iq-total-available
                   display
                       "<p>Only " iq-total-available
                       " available - order refused.</p>"
                   end-display
                   move "Y" to ws-reject-sw
           end-evaluate
       end-if.

      * The order's value at the customer's effective price must fit
      * in the credit left on the account.
       if not ws-rejected
           initialize inq-service-msg
           set iq-fn-price to true
           move ws-lookup-item to iq-item-number
           move ws-cust-id to iq-cust-id
           call "InqService" using inq-service-msg
           if not iq-result-ok
               display
                   "<p>Item " ws-lookup-item
                   " has no price - order refused.</p>"
               end-display
               move "Y" to ws-reject-sw
           else
               move iq-unit-price to ws-unit-price
               compute ws-order-value = ws-order-qty * ws-unit-price
               display
                   "<p>Unit price: " ws-unit-price
                   " - order value: " ws-order-value "</p>"
               end-display
               if ws-order-value > ws-credit-headroom
                   display
                       "<p>Order value exceeds the credit available "
                       "on the account - order refused.</p>"
                   end-display
                   move "Y" to ws-reject-sw
               end-if
           end-if
       end-if.
           end-start
           add 1 to ws-next-order
           move ws-next-order to wo-order-number
           move ws-cust-id to wo-cust-id
           move ws-lookup-item to wo-item-number
           move ws-order-qty to wo-qty
           accept wo-order-date from date yyyymmdd
           accept wo-order-time from time
           set wo-status-pending to true
           move spaces to wo-location
           move zeros to wo-ship-seq
           move "W" to wo-origin
           write web-order-rec
               invalid key
                   display
