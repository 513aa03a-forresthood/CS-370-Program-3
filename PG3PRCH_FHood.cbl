               10 FILLER                    PIC XX.

       FD  Vendor-Master
           RECORD CONTAINS 25 CHARACTERS.

           COPY "VENDMAST.CPY".

       FD  Tolerance-File
           RECORD CONTAINS 3 CHARACTERS.
