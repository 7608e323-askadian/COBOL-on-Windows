OCOBOL >>SOURCE FORMAT IS FIXED
      ******************************************************************
      * Author:    AMRESH KADIAN
      * Purpose:   fastCGI-served book requisition entry for lecturers
      *            - replaces e-mailing book lists to the bookshop for
      *            re-keying into IN-PREQ.DAT.  Reads lecturer, module,
      *            term, book and copies out of QUERY_STRING (e.g.
      *            ?lect=J+SMITH&mod=CS101&term=1&book=0042&copies=030)
      *            and checks them: the book must be on BOOKFILE.DAT,
      *            the module on COURSES.DAT with no more copies asked
      *            for than the course has enrolled, and no requisition
      *            for the same module, book and term may already be
      *            live on PRFILE.DAT.  An accepted line is written to
      *            PRFILE.DAT as PENDING under the next requisition
      *            number, which is sent back to the lecturer, and
      *            waits there for ApprovePurchaseReq like any other.
      * Tectonics: cobc -x LecturerReqEntry.cob -I ../copybooks
      *   Move LecturerReqEntry to the cgi-bin directory as
      *   LecturerReqEntry.cgi
      ******************************************************************
       identification division.
       program-id. LecturerReqEntry.

       environment division.
       input-output section.
       file-control.
           select purchase-req-file assign to "PRFILE.DAT"
                  organization is indexed
                  access mode is dynamic
                  record key is pr-number
                  alternate record key is pr-lecturer-name
                                with duplicates
                  alternate record key is pr-book-num
                                with duplicates
                  file status is ws-pr-status.

           select book-file assign to "BOOKFILE.DAT"
                  organization is indexed
                  access mode is dynamic
                  record key is bf-book-num
                  alternate record key is bf-publisher-num
                                with duplicates
                  file status is ws-book-status.

           select course-file assign to "COURSES.DAT"
                  organization is indexed
                  access mode is dynamic
                  record key is cr-course-code
                  file status is ws-course-status.

       data division.
       file section.
       fd  purchase-req-file.
       01  pr-rec.
           02 pr-number                pic 9(4).
           02 pr-lecturer-name         pic x(20).
           02 pr-book-num              pic 9(4).
           02 pr-module-code           pic x(5).
           02 pr-copies-required       pic 9(3).
           02 pr-term                  pic 9.
           02 pr-req-status            pic x(8).
              88 pr-req-pending        value "PENDING ".
              88 pr-req-rejected       value "REJECTED".

       fd  book-file.
           copy "BOOKFILE-REC.CPY".

       fd  course-file.
       01  course-rec.
           02 cr-course-code           pic x(5).
           02 cr-course-name           pic x(25).
           02 cr-enrollment            pic 9(4).

       working-storage section.
       01 ws-pr-status        pic x(02) value "00".
          88 pr-file-missing        value "35".
       01 ws-book-status      pic x(02) value "00".
          88 book-open-ok           value "00".
       01 ws-course-status    pic x(02) value "00".
          88 course-open-ok         value "00".

       01 query-string        pic x(256) value spaces.
       01 ws-lect-pair        pic x(40) value spaces.
       01 ws-mod-pair         pic x(40) value spaces.
       01 ws-term-pair        pic x(40) value spaces.
       01 ws-book-pair        pic x(40) value spaces.
       01 ws-copies-pair      pic x(40) value spaces.
       01 ws-parm-name        pic x(20) value spaces.
       01 ws-lect-text        pic x(20) value spaces.
       01 ws-mod-text         pic x(20) value spaces.
       01 ws-term-text        pic x(20) value spaces.
       01 ws-book-text        pic x(20) value spaces.
       01 ws-copies-text      pic x(20) value spaces.

       01 ws-req-term         pic 9(01) value zero.
       01 ws-req-book         pic 9(04) value zeros.
       01 ws-req-copies       pic 9(03) value zeros.
       01 ws-next-req         pic 9(05) value zeros.
       01 ws-more-sw          pic x(01) value "Y".
          88 ws-more                value "Y".
       01 ws-reject-sw        pic x(01) value "N".
          88 ws-rejected            value "Y".

       procedure division.

      * Always send out the Content-type before any other IO
       display
           "Content-type: text/html"
           x'0a'
       end-display.
       display
           "<html><body>"
       end-display.
       display
           "<h3>Book Requisition Entry</h3>"
       end-display.

       accept query-string from environment "QUERY_STRING".

       unstring query-string delimited by "&"
           into ws-lect-pair ws-mod-pair ws-term-pair
                ws-book-pair ws-copies-pair
       end-unstring.
       unstring ws-lect-pair delimited by "="
           into ws-parm-name ws-lect-text
       end-unstring.
       if function trim (ws-parm-name) not = "lect"
           move spaces to ws-lect-text
       end-if.
       unstring ws-mod-pair delimited by "="
           into ws-parm-name ws-mod-text
       end-unstring.
       if function trim (ws-parm-name) not = "mod"
           move spaces to ws-mod-text
       end-if.
       unstring ws-term-pair delimited by "="
           into ws-parm-name ws-term-text
       end-unstring.
       if function trim (ws-parm-name) not = "term"
           move spaces to ws-term-text
       end-if.
       unstring ws-book-pair delimited by "="
           into ws-parm-name ws-book-text
       end-unstring.
       if function trim (ws-parm-name) not = "book"
           move spaces to ws-book-text
       end-if.
       unstring ws-copies-pair delimited by "="
           into ws-parm-name ws-copies-text
       end-unstring.
       if function trim (ws-parm-name) not = "copies"
           move spaces to ws-copies-text
       end-if.

       if ws-lect-text = spaces
          or ws-mod-text = spaces
          or ws-term-text = spaces
          or ws-book-text = spaces
          or ws-copies-text = spaces
           display
               "<p>Use "
               "<tt>?lect=J+SMITH&mod=CS101&term=1&book=0042"
               "&copies=030</tt>.</p>"
           end-display
           display "</body></html>" end-display
           goback
       end-if.

      * The form sends a space in the lecturer's name as "+"; the
      * name is held upper case, as LecturerReqStatusInquiry keys it.
       inspect ws-lect-text replacing all "+" by space.
       move function upper-case (ws-lect-text) to ws-lect-text.
       move function upper-case (ws-mod-text) to ws-mod-text.

       move "N" to ws-reject-sw.

       if function trim (ws-term-text) is not numeric
          or function trim (ws-book-text) is not numeric
          or function trim (ws-copies-text) is not numeric
           display
               "<p>Term, book and copies must be numbers - "
               "requisition refused.</p>"
           end-display
           move "Y" to ws-reject-sw
       else
           move function numval (ws-term-text) to ws-req-term
           move function numval (ws-book-text) to ws-req-book
           move function numval (ws-copies-text) to ws-req-copies
           if ws-req-term = zero
               display
                   "<p>Term must be 1 or more - requisition "
                   "refused.</p>"
               end-display
               move "Y" to ws-reject-sw
           end-if
           if ws-req-copies = zeros
               display
                   "<p>Copies required must be greater than zero - "
                   "requisition refused.</p>"
               end-display
               move "Y" to ws-reject-sw
           end-if
       end-if.

      * Book must be on the bookshop's book file.
       if not ws-rejected
           open input book-file
           if not book-open-ok
               display
                   "<p>Book file unavailable - status "
                   ws-book-status "</p>"
               end-display
               move "Y" to ws-reject-sw
           else
               move ws-req-book to bf-book-num
               read book-file
                   invalid key
                       display
                           "<p>Book " ws-req-book
                           " not recognised - requisition "
                           "refused.</p>"
                       end-display
                       move "Y" to ws-reject-sw
                   not invalid key
                       display
                           "<p>Book: "
                           function trim (bf-book-title trailing)
                           "</p>"
                       end-display
               end-read
               close book-file
           end-if
       end-if.

      * Module must be a course on CourseEnrollMgmt's file, and the
      * copies asked for no more than the course has enrolled - the
      * same yardstick ApprovePurchaseReq holds requisitions to.
       if not ws-rejected
           open input course-file
           if not course-open-ok
               display
                   "<p>Course file unavailable - status "
                   ws-course-status "</p>"
               end-display
               move "Y" to ws-reject-sw
           else
               move ws-mod-text to cr-course-code
               read course-file
                   invalid key
                       display
                           "<p>Module "
                           function trim (ws-mod-text)
                           " not recognised - requisition "
                           "refused.</p>"
                       end-display
                       move "Y" to ws-reject-sw
                   not invalid key
                       if ws-req-copies > cr-enrollment
                           display
                               "<p>" ws-req-copies
                               " copies asked for but only "
                               cr-enrollment " enrolled on "
                               function trim (cr-course-name trailing)
                               " - requisition refused.</p>"
                           end-display
                           move "Y" to ws-reject-sw
                       end-if
               end-read
               close course-file
           end-if
       end-if.

      * No second live requisition for the same module, book and
      * term - only a rejected one may be raised again.
       if not ws-rejected
           open i-o purchase-req-file
           if pr-file-missing
               close purchase-req-file
               open output purchase-req-file
               close purchase-req-file
               open i-o purchase-req-file
           end-if
           move ws-req-book to pr-book-num
           move "Y" to ws-more-sw
           start purchase-req-file
               key is equal to pr-book-num
               invalid key move "N" to ws-more-sw
           end-start
           perform until not ws-more
               read purchase-req-file next record
                   at end move "N" to ws-more-sw
                   not at end
                       if pr-book-num not = ws-req-book
                           move "N" to ws-more-sw
                       else
                           if pr-module-code = ws-mod-text
                              and pr-term = ws-req-term
                              and not pr-req-rejected
                               display
                                   "<p>Requisition " pr-number
                                   " already raised for this module, "
                                   "book and term - requisition "
                                   "refused.</p>"
                               end-display
                               move "Y" to ws-reject-sw
                               move "N" to ws-more-sw
                           end-if
                       end-if
               end-read
           end-perform
           if ws-rejected
               close purchase-req-file
           end-if
       end-if.

      * Everything checked out - number the requisition after the
      * highest on file and leave it pending for the bookshop.
       if not ws-rejected
           move high-values to pr-number
           start purchase-req-file
               key is less than pr-number
               invalid key move zeros to ws-next-req
               not invalid key
                   read purchase-req-file previous record
                       at end move zeros to ws-next-req
                       not at end move pr-number to ws-next-req
                   end-read
           end-start
           add 1 to ws-next-req
           if ws-next-req > 9999
               display
                   "<p>Requisition numbers are exhausted - please "
                   "contact the bookshop.</p>"
               end-display
           else
               move ws-next-req to pr-number
               move ws-lect-text to pr-lecturer-name
               move ws-req-book to pr-book-num
               move ws-mod-text to pr-module-code
               move ws-req-copies to pr-copies-required
               move ws-req-term to pr-term
               set pr-req-pending to true
               write pr-rec
                   invalid key
                       display
                           "<p>Requisition could not be saved - "
                           "status " ws-pr-status "</p>"
                       end-display
                   not invalid key
                       display
                           "<p>Requisition " pr-number
                           " raised for " ws-req-copies
                           " copies of book " ws-req-book
                           " - pending bookshop approval.</p>"
                       end-display
               end-write
           end-if
           close purchase-req-file
       end-if.

       display "</body></html>" end-display.

       goback.
       end program LecturerReqEntry.
