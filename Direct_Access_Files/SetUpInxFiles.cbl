                     88	Pr-Req-Ordered	VALUE "ORDERED ".
              
       FD 	Book-File.
           COPY "BOOKFILE-REC.CPY".


       FD  Publisher-File.
           COPY "PUBFILE-REC.CPY".

       FD	In-Pr.
       01	In-Pr-Rec			PIC X(37).

       FD	In-Book.
      *       Columns 39-44 carry the list price, 45-57 the ISBN and
      *       58-59 the edition where the line has them; a line that
      *       stops short loads a zero price and edition and no ISBN.
       01	In-Book-Rec			PIC X(59).

       FD	In-Pub.
       01	In-Pub-Rec			PIC X(64).
                     AT END SET End-Of-Books TO TRUE
              END-READ
              PERFORM UNTIL End-Of-Books
                     IF Bf-List-Price NOT NUMERIC
                            MOVE ZEROS TO Bf-List-Price
                     END-IF
                     IF Bf-Edition NOT NUMERIC
                            MOVE ZEROS TO Bf-Edition
                     END-IF
                     WRITE Book-Rec
                            INVALID KEY 
                            DISPLAY "Error in Books = " Bf-Status
