              88 Pr-Req-Ordered        VALUE "ORDERED ".

       FD  Book-File.
           COPY "BOOKFILE-REC.CPY".

       FD  Publisher-File.
           COPY "PUBFILE-REC.CPY".

       FD  Held-Orders-File.
       01  Ho-Rec.
