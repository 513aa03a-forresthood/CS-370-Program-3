           05 TS-Target                     PIC 9(4).

       FD  Vendor-Master
           RECORD CONTAINS 25 CHARACTERS.

           COPY "VENDMAST.CPY".

       FD  Purchase-Order-File
           RECORD CONTAINS 80 CHARACTERS.
