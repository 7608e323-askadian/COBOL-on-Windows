                 88 PR-REQ-ORDERED              VALUE "ORDERED ".

       FD  BOOK-FILE.
           COPY "BOOKFILE-REC.CPY".

       FD  PUBLISHER-FILE.
           COPY "PUBFILE-REC.CPY".

       WORKING-STORAGE SECTION.
       01  WS-VARS.
