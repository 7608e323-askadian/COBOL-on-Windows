      * Date:      21-Aug-2026
      * Purpose:   fastCGI-served customer self-lookup.  Reads a
      *            customer id out of QUERY_STRING (e.g. ?cust=00012),
      *            asks InqService for the account's balance and
      *            credit headroom, and returns that standing
      *            together with the customer's sales history read
      *            off SALES-TRANSACTION-FILE through its ST-CUST-ID
      *            alternate key, as CustomerMgmt's 5700-ORDER-
      *            HISTORY does, as an HTML fragment instead of an
      *            interactive DISPLAY.  Follows StockInquiry.cob's
      *            webinput/FD pattern for the CGI plumbing.  An id
      *            CustomerMerge folded into another account comes
      *            back from InqService resolved to the surviving
      *            account, and that account is shown instead.
      * Tectonics: cobc -x CustomerLookup.cob
      *              ../COBOL-API/InqService.cbl
      *              -I ../invmgtV0.1/copybooks
      *   Move CustomerLookup to the cgi-bin directory as
      *   CustomerLookup.cgi
      ******************************************************************
       environment division.
       input-output section.
       file-control.
           select sales-transaction-file assign to "salestxn"
                  organization is indexed
                  access mode is dynamic
                  record key is st-txn-number
                  alternate record key is st-cust-id
                                with duplicates
                  alternate record key is st-txn-date
                                with duplicates
                  alternate record key is st-invoice-number
                                with duplicates
                  file status is ws-sale-status.

       data division.
       file section.
       fd  sales-transaction-file.
           copy "SALESTXN.CPY".

       working-storage section.
           copy "INQSVMSG.CPY".

       01 ws-sale-status      pic x(02) value "00".
          88 sale-file-found        value "00".
          88 sale-more-records      value "00" "02".

       01 query-string        pic x(256) value spaces.
       01 ws-parm-name        pic x(20) value spaces.
           end-display
       else
           move ws-cust-text to ws-lookup-cust-id
           initialize inq-service-msg
           set iq-fn-balance to true
           move ws-lookup-cust-id to iq-cust-id

           call "InqService" using inq-service-msg

           evaluate true
               when iq-result-no-file
                   display
                       "<p>Customer details unavailable - "
                       function trim (iq-reason trailing)
                       "</p>"
                   end-display
               when not iq-result-ok
                   display
                       "<p>Customer " ws-lookup-cust-id
                       " not found.</p>"
                   end-display
               when other
                   if iq-resolved-cust-id not = ws-lookup-cust-id
                       display
                           "<p>Customer " ws-lookup-cust-id
                           " was merged into customer "
                           iq-resolved-cust-id
                           ".</p>"
                       end-display
                       move iq-resolved-cust-id to ws-lookup-cust-id
                   end-if
                   perform 1500-SHOW-CUSTOMER
           end-evaluate
       end-if.

       display "</body></html>" end-display.

       goback.

       1500-SHOW-CUSTOMER.
           display
               "<p>Customer " iq-resolved-cust-id " - "
               function trim (iq-cust-name trailing)
               "<br>Credit limit: " iq-credit-limit
               "<br>Current balance: " iq-balance
               "<br>Credit available: " iq-credit-headroom
               "</p>"
           end-display.

           if iq-written-off
               display
                   "<p>Account is on credit hold - please contact "
                   "accounts.</p>"
               end-display
           end-if.

           perform 2000-ORDER-HISTORY.
       1500-exit.
           exit.

      * Reads this customer's transactions alone, STARTed on the
      * ST-CUST-ID alternate key as CustomerMgmt's 5700-ORDER-HISTORY
      * does, listing each sale or return as it's found.
       2000-ORDER-HISTORY.
           move zeros to ws-history-count.
           move "00" to ws-sale-status.
                   "</p>"
               end-display
           else
               move ws-lookup-cust-id to st-cust-id
               start sales-transaction-file
                   key is equal to st-cust-id
                   invalid key move "10" to ws-sale-status
               end-start

                   read sales-transaction-file next record
                       at end move "10" to ws-sale-status
                       not at end
                           if st-cust-id not = ws-lookup-cust-id
                               move "10" to ws-sale-status
                           else
                               add 1 to ws-history-count
                               display
                                   "<p>"
