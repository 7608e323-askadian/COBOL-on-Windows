      ******************************************************************
      * Author:    AMRESH KADIAN
      * Date:      09-Aug-2026
      * Purpose:   fastCGI-served stock availability inquiry.  Reads
      *            an item number out of QUERY_STRING (e.g.
      *            ?item=000123), asks InqService for the item's
      *            availability and returns, per location, the
      *            quantity on hand, the quantity held by open
      *            reservations and what is left to sell, as an HTML
      *            fragment instead of an interactive DISPLAY - the
      *            same net figure the till works to, following
      *            cgienv.cob's webinput pattern for the CGI plumbing.
      * Tectonics: cobc -x StockInquiry.cob ../COBOL-API/InqService.cbl
      *              -I ../invmgtV0.1/copybooks
      *   Move StockInquiry to the cgi-bin directory as StockInquiry.cgi
      ******************************************************************
       identification division.
       program-id. StockInquiry.

       environment division.

       data division.
       working-storage section.
           copy "INQSVMSG.CPY".

       01 query-string        pic x(256) value spaces.
       01 ws-parm-name        pic x(20) value spaces.
       01 ws-parm-rest        pic x(236) value spaces.
       01 ws-item-text        pic x(20) value spaces.

       01 ws-loc-ix           pic 9(03) value zeros.

       procedure division.

               'use <tt>?item=000123</tt>.</p>'
           end-display
       else
           initialize inq-service-msg
           set iq-fn-availability to true
           move ws-item-text to iq-item-number

           call "InqService" using inq-service-msg

           evaluate true
               when iq-result-no-file
                   display
                       "<p>Stock availability unavailable - "
                       function trim (iq-reason trailing)
                       "</p>"
                   end-display
               when not iq-result-ok
                   display
                       "<p>Item " iq-item-number
                       " not found.</p>"
                   end-display
               when other
                   perform varying ws-loc-ix from 1 by 1
                           until ws-loc-ix > iq-loc-count
                       display
                           "<p>Item "
                           iq-item-number
                           " - "
                           function trim (iq-item-desc trailing)
                           "<br>Location "
                           iq-loc-code (ws-loc-ix)
                           " - on hand: "
                           iq-loc-on-hand (ws-loc-ix)
                           " - reserved: "
                           iq-loc-reserved (ws-loc-ix)
                           " - available: "
                           iq-loc-available (ws-loc-ix)
                           "</p>"
                       end-display
                   end-perform
                   display
                       "<p>Total across "
                       iq-loc-count
                       " location(s) - on hand: "
                       iq-total-on-hand
                       " - reserved: "
                       iq-total-reserved
                       " - available: "
                       iq-total-available
                       "</p>"
                   end-display
           end-evaluate
       end-if.

       display "</body></html>" end-display.
