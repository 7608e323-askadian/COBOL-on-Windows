              88 Pr-Req-Arrived        VALUE "ARRIVED ".

       FD  Book-File.
           COPY "BOOKFILE-REC.CPY".

       FD  Book-OnHand-File.
       01  Bo-Rec.
