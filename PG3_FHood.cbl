       01  Report-Line                     PIC X(80).

       FD  Vendor-Master
           RECORD CONTAINS 25 CHARACTERS.

           COPY "VENDMAST.CPY".

       FD  Warehouse-Master
           RECORD CONTAINS 23 CHARACTERS.
