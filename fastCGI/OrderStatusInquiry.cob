      * Date:      21-Aug-2026
      * Purpose:   fastCGI-served purchase-order status inquiry.  Reads
      *            a PO number out of QUERY_STRING (e.g. ?po=00000123),
      *            asks InqService for the PO, and returns its
      *            status, receipt progress and supplier
      *            acknowledgement as an HTML fragment instead of an
      *            interactive DISPLAY - following StockInquiry.cob's
      *            webinput pattern for the CGI plumbing.
      * Tectonics: cobc -x OrderStatusInquiry.cob
      *              ../COBOL-API/InqService.cbl
      *              -I ../invmgtV0.1/copybooks
      *   Move OrderStatusInquiry to the cgi-bin directory as
      *   OrderStatusInquiry.cgi
       program-id. OrderStatusInquiry.

       environment division.

       data division.
       working-storage section.
           copy "INQSVMSG.CPY".

       01 query-string        pic x(256) value spaces.
       01 ws-parm-name        pic x(20) value spaces.
       01 ws-parm-rest        pic x(236) value spaces.
       01 ws-po-text          pic x(20) value spaces.

       procedure division.

      * Always send out the Content-type before any other IO
               'use <tt>?po=00000123</tt>.</p>'
           end-display
       else
           initialize inq-service-msg
           set iq-fn-po-status to true
           move ws-po-text to iq-po-number

           call "InqService" using inq-service-msg

           evaluate true
               when iq-result-no-file
                   display
                       "<p>Purchase order status unavailable - "
                       function trim (iq-reason trailing)
                       "</p>"
                   end-display
               when not iq-result-ok
                   display
                       "<p>PO " iq-po-number " not found.</p>"
                   end-display
               when other
                   display
                       "<p>PO " iq-po-number
                       " - supplier " iq-po-supplier
                       "<br>Item " iq-po-item
                       " at location " iq-po-location
                       "<br>Status: "
                       function trim (iq-po-status-text)
                       "<br>Ordered " iq-po-order-qty
                       " - received " iq-po-received-qty
                       " - backorder " iq-po-backorder-qty
                       "</p>"
                   end-display

                   if iq-po-ack-pending
                       display
                           "<p>Supplier acknowledgement pending."
                           "</p>"
                       end-display
                   else
                       if iq-po-ack-confirmed
                           display
                               "<p>Supplier confirmed - promised "
                               "ship date "
                               iq-po-promised-ship
                               "</p>"
                           end-display
                       else
                           if iq-po-ack-rejected
                               display
                                   "<p>Supplier rejected this "
                                   "order.</p>"
                               end-display
                           end-if
                       end-if
                   end-if
           end-evaluate
       end-if.

       display "</body></html>" end-display.
